009371*                   CHECKPOINTED WITH THE OTHER TABLES AND
009376*                   RECORDED ON THE REPORT INDEX SO A MISSED
009381*                   DAY IS VISIBLE.
009382*    2026-10-15 BL  THE GL EXTRACT IS NOW A BALANCED DOUBLE-ENTRY
009383*                   JOURNAL - EACH BRANCH + CURRENCY + TYPE
009384*                   BUCKET ACCUMULATES AS TRANSACTIONS POST AND
009385*                   GOES OUT AS A DEBIT AND A CREDIT LINE TO THE
009386*                   ACCOUNTS ON THE NEW GL ACCOUNT-MAPPING FILE,
009387*                   CLOSED BY A CONTROL TRAILER PROVING DEBITS
009388*                   EQUAL CREDITS. A BUCKET WITH NO MAPPING
009389*                   REFUSES THE WHOLE JOURNAL (RC 12). THE
009390*                   BUCKETS ARE CHECKPOINTED WITH THE OTHER
009391*                   TABLES.
009400*    2026-10-15 BL  EVERY TRANSACTION NOW POSTS TO THE CUSTOMER
009409*                   ACCOUNT IT NAMES ON THE NEW ACCOUNT MASTER -
009418*                   ORIGINALS AND ADJUSTMENTS ADD TO THE RUNNING
009427*                   BALANCE, AN APPLIED REVERSAL TAKES ITS AMOUNT
009436*                   BACK OFF. AN ITEM WHOSE ACCOUNT IS NOT ON
009445*                   FILE, IS CLOSED OR IS HELD ELSEWHERE IS
009454*                   EXCEPTIONED AND KEPT OUT OF THE CONVERTED
009463*                   TOTALS THE SAME WAY AN ITEM WITH NO RATE IS.
009464*    2026-10-15 BL  INTER-BRANCH TRANSFER LEGS (TYPE T) NOW MOVE
009465*                   THEIR AMOUNT BETWEEN BRANCH SUBTOTALS AND
009466*                   ACCOUNTS - THE OUTWARD LEG TAKES IT OFF, THE
009467*                   INWARD LEG PUTS IT ON - AND STAY OUT OF THE
009468*                   NET AND GROSS FIGURES, THE CURRENCY POSITION,
009469*                   THE GL JOURNAL AND COMMISSION. A REVERSAL
009470*                   NAMING A TRANSFER LEG IS EXCEPTIONED.
009471*    2026-10-15 BL  THE RUN IS NOW SPLIT INTO BRANCH-RANGE
009472*                   PARTITIONS OFF THE NEW PARTITION TABLE
009474*                   (TOTPARTS), EACH READING ITS OWN BRANCHES
009475*                   THROUGH THE TRAN-BRANCH ALTERNATE KEY AND
009476*                   CHECKPOINTING ON ITS OWN RECORD OF THE NOW
009478*                   KEYED CHECKPOINT FILE - A RESTART RERUNS ONLY
009479*                   THE PARTITION THAT FAILED. BRANCH, CURRENCY
009480*                   AND GL BUCKET FIGURES AND THE DETAIL LINES GO
009482*                   TO A KEYED TOTALS WORK FILE INSTEAD OF FIXED
009483*                   TABLES, SO NO BRANCH OR CURRENCY IS CAPPED,
009484*                   AND A MERGE AT FINALIZE BUILDS THE REPORT, GL
009486*                   JOURNAL, POSITION FEED AND ACCRUALS FROM IT.
009488*    2026-10-15 BL  MONTH-END CLOSING NOW ALSO RUNS THE BRANCH
009490*                   BUDGET-VERSUS-ACTUAL VARIANCE REPORT
009492*                   (BUDVAR01) AFTER THE STATEMENTS.
009502*    2026-10-15 BL  A NON-BRL ITEM NOW CONVERTS AT THE RATE ON
009513*                   THE RATE HISTORY FILE FOR THE BUSINESS DATE
009524*                   BEING PROCESSED, SO A RERUN OF A RESTORED
009535*                   DATE CONVERTS AS IT FIRST DID. A CURRENT RATE
009546*                   FIXED AFTER THAT DATE IS NO LONGER TAKEN.
009548*    2026-10-15 BL  THE BRANCH AND COMMISSION STATEMENTS NO
009550*                   LONGER RUN FROM MONTH-END CLOSING - THEY ARE
009552*                   JOBS ON THE JOB SCHEDULE, RUN BY THE NIGHTLY
009554*                   CHAIN ON THE SAME MONTH-END RULE.
009555*    2026-10-15 BL  A RUN FOR A DATE IN A CLOSED ACCOUNTING
009557*                   PERIOD (PRDCTL01) IS REFUSED WITH RETURN CODE
009559*                   12 BEFORE ANY FILE IS TOUCHED. MONTH-END
009561*                   CLOSING MARKS THE MONTH CLOSING ONCE THE
009563*                   CLOSING REPORT IS WRITTEN.
009564*    2026-10-15 BL  FOREIGN-CURRENCY ITEMS NOW CARRY IOF TAX AT
009565*                   THE RATE ON THE NEW IOF RATE FILE (TAXRATES)
009566*                   FOR THEIR CURRENCY AND TYPE; A REVERSAL
009567*                   RECLAIMS ITS ORIGINAL'S TAX. THE TAX IS
009569*                   PRINTED ON THE REPORT, SENT TO THE GL JOURNAL
009570*                   AS LINES OF ITS OWN (TYPES X AND Y) AND
009571*                   APPENDED BY BRANCH AND CURRENCY TO THE DAILY
009572*                   TAX ACCRUAL FILE (TAXACCR) FOR THE MONTHLY
009573*                   RETURN (TAXRTN01).
009574*    2026-10-15 BL  ACCOUNT POSTING IS NOW REPEATABLE FOR A
009575*                   BUSINESS DATE - THE FIRST POSTING TO AN
009576*                   ACCOUNT BY A LATER RUN OF A DATE IT ALREADY
009577*                   CARRIES TAKES THAT DAY'S MOVEMENT BACK OUT OF
009579*                   THE BALANCE FIRST, SO A RERUN (FROM THE TOP,
009580*                   AFTER A RESTORE, OR A DRY RUN OF A LIVE DATE)
009581*                   LEAVES THE BALANCE AS ONE RUN LEFT IT. THE RUN
009582*                   IS TOLD APART BY ITS START TIME, KEPT ON THE
009583*                   CHECKPOINT ACROSS A RESTART.
009584*    2026-10-15 BL  THE RC 8 FOR EXCEPTIONED OVERFLOWS AND THE
009585*                   RC 12 FOR A REFUSED JOURNAL ARE NOW SET WHEN
009586*                   THE FILES ARE CLOSED, AFTER THE LAST CALL -
009587*                   THE LATER LOG AND SUBPROGRAM CALLS WERE
009589*                   RESETTING THEM. THE JOB HISTORY RECORD CARRIES
009590*                   THEM TOO. EACH IOF ACCRUAL RECORD NOW CARRIES
009591*                   THE RUN'S START TIME, AND A RUN THAT TAXED
009592*                   NOTHING WRITES ONE EMPTY RECORD, SO THE RETURN
009593*                   CAN TAKE ONLY A DATE'S LATEST RUN.
009595******************************************************************
009596 IDENTIFICATION DIVISION.
009597 PROGRAM-ID. HelloWorld.
009598 ENVIRONMENT DIVISION.
009600 CONFIGURATION SECTION.
009700 SPECIAL-NAMES.
009800     DECIMAL-POINT IS COMMA.
010900     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-RPT-FILE-STATUS.
011166     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPFILE"
011233         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS DYNAMIC
011366         RECORD KEY IS CKPT-PARTITION
011433         FILE STATUS IS WS-CKPT-FILE-STATUS.
011500     SELECT JOB-HISTORY-FILE ASSIGN TO "JOBHIST"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-JH-FILE-STATUS.
012374         ORGANIZATION IS INDEXED
012378         ACCESS MODE IS RANDOM
012384         RECORD KEY IS FX-CURRENCY
012385         FILE STATUS IS WS-FX-FILE-STATUS.
012386     SELECT FX-HISTORY-FILE ASSIGN TO "FXHIST"
012387         ORGANIZATION IS INDEXED
012388         ACCESS MODE IS RANDOM
012389         RECORD KEY IS FXH-KEY
012390         FILE STATUS IS WS-FXH-FILE-STATUS.
012391     SELECT GL-MAP-FILE ASSIGN TO "GLMAPMST"
012393         ORGANIZATION IS INDEXED
012395         ACCESS MODE IS RANDOM
012396         RECORD KEY IS GLM-KEY
012398         FILE STATUS IS WS-GLM-FILE-STATUS.
012412     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
012427         ORGANIZATION IS INDEXED
012441         ACCESS MODE IS RANDOM
012456         RECORD KEY IS ACCT-NUMBER
012470         FILE STATUS IS WS-ACCT-FILE-STATUS.
012471     SELECT TOTALS-PARTITION-FILE ASSIGN TO "TOTPARTS"
012473         ORGANIZATION IS LINE SEQUENTIAL
012475         FILE STATUS IS WS-TPT-FILE-STATUS.
012476     SELECT TOTALS-WORK-FILE ASSIGN TO "TOTWORK"
012478         ORGANIZATION IS INDEXED
012480         ACCESS MODE IS DYNAMIC
012481         RECORD KEY IS WK-KEY
012483         FILE STATUS IS WS-WK-FILE-STATUS.
012484     SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES"
012486         ORGANIZATION IS INDEXED
012488         ACCESS MODE IS DYNAMIC
012489         RECORD KEY IS TXR-KEY
012491         FILE STATUS IS WS-TXR-FILE-STATUS.
012493     SELECT TAX-ACCRUAL-FILE ASSIGN TO "TAXACCR"
012494         ORGANIZATION IS LINE SEQUENTIAL
012496         FILE STATUS IS WS-TXA-FILE-STATUS.
012498*
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  TRANSACTION-FILE.
014056 FD  TRANSACTION-LOOKUP-FILE.
014063 01  LOOKUP-RECORD.
014070     03  LKP-TRAN-ID             PIC 9(06).
014071     03  LKP-N1                  PIC 9(07)V99.
014072     03  LKP-N2                  PIC 9(07)V99.
014074     03  LKP-BRANCH              PIC X(04).
014075     03  LKP-CURRENCY            PIC X(03).
014076     03  LKP-TYPE                PIC X(01).
014078         88  LKP-TYPE-REVERSAL   VALUE "R".
014079         88  LKP-TYPE-ADJUSTMENT VALUE "A".
014080         88  LKP-TYPE-TRANSFER   VALUE "T".
014082     03  FILLER                  PIC X(28).
014084 FD  FX-RATE-FILE.
014091 COPY "FXRATREC.cpy".
014092 FD  FX-HISTORY-FILE.
014093 COPY "FXHSTREC.cpy".
014094 FD  CCY-POSITION-FILE.
014095 COPY "CCYPOSREC.cpy".
014096 FD  COMMISSION-SCHEDULE-FILE.
014097 COPY "COMMREC.cpy".
014098 FD  COMM-ACCRUAL-FILE.
014099 COPY "CACCREC.cpy".
014100 FD  GL-MAP-FILE.
014110 COPY "GLMAPREC.cpy".
014123 FD  ACCOUNT-FILE.
014136 COPY "ACCTREC.cpy".
014138 FD  TOTALS-PARTITION-FILE.
014141 COPY "TPARTREC.cpy".
014144 FD  TOTALS-WORK-FILE.
014147 COPY "TOTWKREC.cpy".
014155 FD  TAX-RATE-FILE.
014164 COPY "TAXREC.cpy".
014173 FD  TAX-ACCRUAL-FILE.
014182 COPY "TAXACREC.cpy".
014191*
014200 WORKING-STORAGE SECTION.
014300 77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE "00".
014400     88  WS-TRAN-FILE-AT-EOF     VALUE "10".
015380 77  WS-REVERSAL-TOTAL           PIC 9(09)V99 VALUE ZEROS.
015400 77  WS-GRAND-TOTAL-ED            PIC Z(08)9,99- VALUE ZEROS.
015500 77  WS-TRAN-COUNT               PIC 9(06) VALUE ZEROS.
015594*
015689*    RUNNING SUBTOTAL PER BRANCH. EACH BRANCH HAS ITS OWN RECORD
015784*    ON THE TOTALS WORK FILE, SEEDED FROM THE BRANCH MASTER ON A
015878*    FRESH RUN - CODE, NAME AND DEFAULT CURRENCY - SO THE
015973*    BREAKDOWN IS DRIVEN OFF THE MASTER AND HOLDS AS MANY BRANCHES
016068*    AS THE MASTER DOES. A BRANCH ON FILE BUT NOT ON THE MASTER
016162*    (OLD DATA) STILL GETS A RECORD, FLAGGED BY NAME.
016257*
016352 77  WS-WK-FILE-STATUS           PIC X(02) VALUE "00".
016447 77  WS-WK-OPEN-SW               PIC X(01) VALUE "N".
016541     88  WS-WK-OPEN              VALUE "Y".
016636 77  WS-WK-FOUND-SW              PIC X(01) VALUE "N".
016731     88  WS-WK-FOUND             VALUE "Y".
016825 77  WS-WK-EOF-SW                PIC X(01) VALUE "N".
016920     88  WS-WK-EOF               VALUE "Y".
017015 77  WS-WK-TYPE                  PIC X(01) VALUE SPACE.
017110*
017120*    SIGNED AMOUNT THE CURRENT TRANSACTION CONTRIBUTES TO ITS
017130*    BRANCH SUBTOTAL - POSITIVE FOR AN ORIGINAL OR ADJUSTMENT,
017140*    NEGATIVE FOR AN APPLIED REVERSAL.
017150*
017160 77  WS-BRANCH-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
017400*
017500 77  WS-EXCP-FILE-STATUS         PIC X(02) VALUE "00".
017600     88  WS-EXCP-FILE-NOT-FOUND  VALUE "35".
018984 77  WS-RIX-TYPE                 PIC X(08) VALUE SPACES.
018991 77  WS-RIX-NAME                 PIC X(20) VALUE SPACES.
019000*
019014*    CHECKPOINT/RESTART CONTROL. EVERY PARTITION HAS ITS OWN
019029*    RECORD ON THE KEYED CHECKPOINT FILE. AN EMPTY FILE AT START
019043*    MEANS A FRESH RUN; ANY RECORD ON IT MEANS THE PRIOR RUN DID
019058*    NOT COMPLETE - A PARTITION MARKED COMPLETE IS NOT RERUN, ONE
019072*    STILL RUNNING RESUMES AFTER WS-CKPT-LAST-TRAN-ID, AND THE
019087*    TOTALS WORK FILE IS KEPT RATHER THAN REBUILT. A RESUMED
019091*    PARTITION ALSO KEEPS THE FAILED RUN'S WS-POST-RUN-STAMP,
019096*    WHICH ITS ACCOUNT POSTINGS CARRY (SEE 2090).
019101*
019116 77  WS-CKPT-FILE-STATUS         PIC X(02) VALUE "00".
019130     88  WS-CKPT-FILE-NOT-FOUND  VALUE "35".
019145 77  WS-CKPT-LAST-TRAN-ID        PIC 9(06) VALUE ZEROS.
019152 77  WS-POST-RUN-STAMP           PIC 9(08) VALUE ZEROS.
019159 77  WS-CKPT-OPEN-SW             PIC X(01) VALUE "N".
019174     88  WS-CKPT-OPEN            VALUE "Y".
019188 77  WS-RESTART-SW               PIC X(01) VALUE "N".
019203     88  WS-RESTART-RUN          VALUE "Y".
019217*
019232*    BRANCH-RANGE PARTITIONS. THE DAY IS TOTALED ONE PARTITION AT
019246*    A TIME OFF THE PARTITION TABLE, EACH READING ONLY ITS OWN
019261*    BRANCHES THROUGH THE TRAN-BRANCH ALTERNATE KEY - BRANCH CODES
019275*    ABOVE WS-PART-LOW UP TO AND INCLUDING WS-PART-HIGH. THE TABLE
019290*    IS READ ONE RECORD AHEAD SO THE LAST PARTITION IS KNOWN AND
019304*    RUNS TO THE END OF THE FILE. WS-PART-LAST-BRANCH AND
019319*    WS-PART-BRANCH-DONE SAY HOW FAR INTO ITS CURRENT BRANCH THE
019333*    PARTITION HAS GOT, WHICH IS WHERE A RESTART PICKS IT UP.
019348*
019362 77  WS-TPT-FILE-STATUS          PIC X(02) VALUE "00".
019377 77  WS-TPT-OPEN-SW              PIC X(01) VALUE "N".
019391     88  WS-TPT-OPEN             VALUE "Y".
019406 77  WS-TPT-EOF-SW               PIC X(01) VALUE "N".
019420     88  WS-TPT-EOF              VALUE "Y".
019435 77  WS-PARTS-DONE-SW            PIC X(01) VALUE "N".
019450     88  WS-PARTS-DONE           VALUE "Y".
019464 77  WS-PART-NUMBER              PIC 9(02) VALUE ZEROS.
019479 77  WS-PART-LOW                 PIC X(04) VALUE LOW-VALUES.
019493 77  WS-PART-HIGH                PIC X(04) VALUE LOW-VALUES.
019508 77  WS-NEXT-HIGH                PIC X(04) VALUE HIGH-VALUES.
019522 77  WS-PART-STATUS              PIC X(01) VALUE SPACE.
019537 77  WS-PART-LAST-BRANCH         PIC X(04) VALUE LOW-VALUES.
019551 77  WS-PART-BRANCH-DONE         PIC 9(06) VALUE ZEROS.
019566 77  WS-PART-SKIP-COUNT          PIC 9(06) VALUE ZEROS.
019580 77  WS-SKIPPED-TRAN-ID          PIC 9(06) VALUE ZEROS.
019595 77  WS-PART-RANGE-TEXT          PIC X(34) VALUE SPACES.
019609 77  WS-PART-BYPASS-SW           PIC X(01) VALUE "N".
019624     88  WS-PART-BYPASS          VALUE "Y".
019638 77  WS-PART-FAILED-SW           PIC X(01) VALUE "N".
019653     88  WS-PART-FAILED          VALUE "Y".
019667 77  WS-PART-FAILED-COUNT        PIC 9(02) VALUE ZEROS.
019682*
019696*    THE DAY'S FIGURES. THE RUNNING TOTALS AND COUNTS BELOW ARE
019711*    THE CURRENT PARTITION'S; EACH PARTITION ADDS ITS OWN INTO
019725*    THESE WHEN IT COMPLETES (OR IS FOUND ALREADY COMPLETE ON A
019740*    RESTART), AND THE MERGE WORKS FROM THEM.
019754*
019769 77  WS-DAY-TRAN-COUNT           PIC 9(06) VALUE ZEROS.
019783 77  WS-DAY-GRAND-TOTAL          PIC S9(09)V99 VALUE ZEROS.
019798 77  WS-DAY-GROSS-TOTAL          PIC 9(09)V99 VALUE ZEROS.
019812 77  WS-DAY-REVERSAL-TOTAL       PIC 9(09)V99 VALUE ZEROS.
019827 77  WS-DAY-ACCT-POSTED          PIC 9(06) VALUE ZEROS.
019841 77  WS-DAY-ACCT-REFUSED         PIC 9(06) VALUE ZEROS.
019856 77  WS-DAY-XFER-LEGS            PIC 9(06) VALUE ZEROS.
019870 77  WS-DAY-EXCEPTION-SW         PIC X(01) VALUE "N".
019885 77  WS-DAY-GL-INCOMPLETE-SW     PIC X(01) VALUE "N".
019900 77  WS-RPT-RUN-DATE             PIC 9(08) VALUE ZEROS.
020000 77  WS-RPT-RUN-TIME             PIC 9(08) VALUE ZEROS.
020050 77  WS-END-TIME                 PIC 9(08) VALUE ZEROS.
024642     88  WS-FX-FILE-NOT-FOUND     VALUE "35".
024645 77  WS-FX-AVAILABLE-SW           PIC X(01) VALUE "N".
024648     88  WS-FX-AVAILABLE          VALUE "Y".
024649 77  WS-FXH-FILE-STATUS           PIC X(02) VALUE "00".
024650 77  WS-FXH-AVAILABLE-SW          PIC X(01) VALUE "N".
024651     88  WS-FXH-AVAILABLE         VALUE "Y".
024652 77  WS-BASE-CURRENCY             PIC X(03) VALUE "BRL".
024654 77  WS-RATE-FOUND-SW             PIC X(01) VALUE "N".
024657     88  WS-RATE-FOUND            VALUE "Y".
024660 77  WS-CONVERTED                 PIC 9(09)V99 VALUE ZEROS.
024664*
024668*    PER-CURRENCY POSITION FOR THE TREASURY EXTRACT - ONE RECORD
024673*    PER ORIGINAL CURRENCY ON THE TOTALS WORK FILE WITH THE GROSS
024677*    AND REVERSAL AMOUNTS IN THAT CURRENCY, THE TRANSACTION COUNT
024682*    AND THE RATE THE DAY CONVERTED AT. ACCUMULATED AT THE SAME
024686*    POINTS THE GRAND TOTAL IS, SO ONLY TRANSACTIONS THAT ACTUALLY
024691*    POSTED ARE IN THE POSITION. THE SAME RECORDS GIVE THE RATES
024695*    PRINTED UNDER THE GRAND TOTAL.
024699*
024704 77  WS-CCY-REV-SW                PIC X(01) VALUE "N".
024708     88  WS-CCY-IS-REVERSAL       VALUE "Y".
024713 77  WS-RATES-HDR-SW              PIC X(01) VALUE "N".
024717     88  WS-RATES-HDR-DONE        VALUE "Y".
024722 77  WS-RATE-APPLIED              PIC 9(03)V9(06) VALUE ZEROS.
024723 77  WS-POS-FILE-STATUS           PIC X(02) VALUE "00".
024724     88  WS-POS-FILE-NOT-FOUND    VALUE "35".
024740     88  WS-CAC-FILE-NOT-FOUND    VALUE "35".
024741 77  WS-ACCRUAL-COUNT             PIC 9(06) VALUE ZEROS.
024742*
024744*    GL JOURNAL BUCKETS - ONE WORK FILE RECORD PER BRANCH +
024746*    CURRENCY + TRANSACTION TYPE (O/R/A) THAT POSTED, CARRYING THE
024748*    BASE-CURRENCY AMOUNT AND COUNT, ACCUMULATED AT THE SAME
024750*    POINTS THE GRAND TOTAL IS, SO THE JOURNAL NETS TO EXACTLY
024752*    THE GRAND TOTAL. A BUCKET WHOSE AMOUNT OVERFLOWS SETS
024753*    WS-GL-INCOMPLETE - A JOURNAL MISSING PART OF THE DAY IS
024754*    REFUSED, NOT SENT.
024755*
024757 77  WS-GL-BUCKET-COUNT           PIC 9(06) VALUE ZEROS.
024759 77  WS-GLB-TYPE                  PIC X(01) VALUE SPACE.
024761 77  WS-GL-INCOMPLETE-SW          PIC X(01) VALUE "N".
024763     88  WS-GL-INCOMPLETE         VALUE "Y".
024764*
024765*    IOF TAX ON FOREIGN-CURRENCY ITEMS. EVERY ITEM CONVERTED FROM
024766*    A CURRENCY OTHER THAN THE BASE CURRENCY IS TAXED ON ITS
024767*    CONVERTED AMOUNT AT THE IOF RATE FILE'S RATE FOR ITS
024768*    CURRENCY AND TYPE IN FORCE ON THE BUSINESS DATE - OR THE
024769*    "***" DEFAULT RATE FOR THE TYPE. THE TAX IS KEPT ON THE WORK
024770*    FILE PER BRANCH + CURRENCY (X RECORDS) AND IN GL BUCKETS OF
024771*    ITS OWN, SO IT SURVIVES A RESTART THE SAME WAY THE OTHER
024772*    FIGURES DO. NO RATE FILE MEANS NOTHING IS TAXED, AND THAT IS
024773*    LOGGED. THE REPORT TOTALS ARE ADDED UP FROM THE X RECORDS
024774*    WHEN THE REPORT IS PRINTED.
024775*
024776 77  WS-TXR-FILE-STATUS           PIC X(02) VALUE "00".
024777 77  WS-TXR-AVAILABLE-SW          PIC X(01) VALUE "N".
024778     88  WS-TXR-AVAILABLE         VALUE "Y".
024779 77  WS-TXA-FILE-STATUS           PIC X(02) VALUE "00".
024781     88  WS-TXA-FILE-NOT-FOUND    VALUE "35".
024782 77  WS-TAX-CURRENCY              PIC X(03) VALUE SPACES.
024783 77  WS-TAX-TYPE                  PIC X(01) VALUE SPACE.
024784 77  WS-TAX-RATE                  PIC 9(01)V9(06) VALUE ZEROS.
024785 77  WS-TAX-RATE-FOUND-SW         PIC X(01) VALUE "N".
024786     88  WS-TAX-RATE-FOUND        VALUE "Y".
024787 77  WS-TAX-SCAN-END-SW           PIC X(01) VALUE "N".
024788     88  WS-TAX-SCAN-END          VALUE "Y".
024789 77  WS-TAX-RECLAIM-SW            PIC X(01) VALUE "N".
024790     88  WS-TAX-IS-RECLAIM        VALUE "Y".
024791 77  WS-TAX-BASE                  PIC 9(09)V99 VALUE ZEROS.
024792 77  WS-TAX-AMOUNT                PIC 9(09)V99 VALUE ZEROS.
024793 77  WS-TAX-ACCRUAL-COUNT         PIC 9(06) VALUE ZEROS.
024794 77  WS-TAX-CHARGED-TOTAL         PIC 9(11)V99 VALUE ZEROS.
024795 77  WS-TAX-RECLAIMED-TOTAL       PIC 9(11)V99 VALUE ZEROS.
024796 77  WS-TAX-NO-RATE-TOTAL         PIC 9(06) VALUE ZEROS.
024797 77  WS-TAX-HDR-SW                PIC X(01) VALUE "N".
024799     88  WS-TAX-HDR-DONE          VALUE "Y".
024800*
024801*    JOURNAL WRITE CONTROL. EVERY BUCKET IS LOOKED UP ON THE GL
024802*    ACCOUNT-MAPPING FILE BEFORE A SINGLE LINE IS WRITTEN; ANY
024803*    BUCKET WITHOUT A MAPPING (OR NO MAPPING FILE AT ALL) REFUSES
024804*    THE JOURNAL OUTRIGHT AND RAISES THE RETURN CODE.
024805*
024806 77  WS-GLM-FILE-STATUS           PIC X(02) VALUE "00".
024807 77  WS-GL-UNMAPPED-COUNT         PIC 9(03) VALUE ZEROS.
024808 77  WS-GL-REFUSED-SW             PIC X(01) VALUE "N".
024809     88  WS-GL-REFUSED            VALUE "Y".
024810 77  WS-GL-LINE-NUMBER            PIC 9(06) VALUE ZEROS.
024811 77  WS-GL-DEBIT-TOTAL            PIC 9(09)V99 VALUE ZEROS.
024812 77  WS-GL-CREDIT-TOTAL           PIC 9(09)V99 VALUE ZEROS.
024813*
024814*    CUSTOMER ACCOUNT POSTING CONTROL. EVERY TRANSACTION IS
024815*    CHECKED AGAINST THE ACCOUNT MASTER BEFORE IT CONVERTS; AN
024817*    ACCOUNT NOT ON FILE, CLOSED OR HELD AT ANOTHER BRANCH OR IN
024818*    ANOTHER CURRENCY (OR NO MASTER AT ALL) EXCEPTIONS THE ITEM
024819*    AND LEAVES IT OUT OF THE CONVERTED TOTALS. WS-ACCT-AMOUNT IS
024820*    THE SIGNED FIGURE THE ITEM POSTS TO THE BALANCE - POSITIVE
024821*    FOR AN ORIGINAL OR ADJUSTMENT, NEGATIVE FOR AN APPLIED
024822*    REVERSAL.
024823*
024824 77  WS-ACCT-FILE-STATUS          PIC X(02) VALUE "00".
024825 77  WS-ACCT-AVAILABLE-SW         PIC X(01) VALUE "N".
024826     88  WS-ACCT-AVAILABLE        VALUE "Y".
024827 77  WS-ACCT-OK-SW                PIC X(01) VALUE "N".
024828     88  WS-ACCT-OK               VALUE "Y".
024829 77  WS-ACCT-AMOUNT               PIC S9(09)V99 VALUE ZEROS.
024830 77  WS-ACCT-POSTED-COUNT         PIC 9(06) VALUE ZEROS.
024831 77  WS-ACCT-REFUSED-COUNT        PIC 9(06) VALUE ZEROS.
024832*
024833*    INTER-BRANCH TRANSFER LEGS SEEN THIS RUN - THEY MOVE MONEY
024835*    BETWEEN BRANCHES AND ACCOUNTS BUT ADD NOTHING TO THE DAY.
024848*
024861 77  WS-XFER-LEG-COUNT            PIC 9(06) VALUE ZEROS.
024874*
024887*    SET WHEN THE TRANSACTION FILE FAILS TO OPEN - SKIPS THE
024900*    PROCESSING LOOP SO THE RUN FINALIZES WITH WHATEVER TOTALS
025000*    IT HAD (ZERO, ON A FRESH RUN) INSTEAD OF READING A FILE
025100*    THAT NEVER OPENED.
025200 77  WS-ABORT-SW                  PIC X(01) VALUE "N".
025300     88  WS-ABORT-RUN             VALUE "Y".
025314*
025328*    SET WHEN THE BUSINESS DATE FALLS IN A CLOSED ACCOUNTING
025342*    PERIOD - THE RUN ENDS BEFORE ANY FILE IS OPENED, SO NOTHING
025357*    ALREADY REPORTED FOR THE MONTH IS OVERWRITTEN.
025371 77  WS-PERIOD-LOCKED-SW          PIC X(01) VALUE "N".
025385     88  WS-PERIOD-LOCKED         VALUE "Y".
025400*
025500*    PARAMETER AREA PASSED TO ERRWRT01. LAYOUT MUST MATCH ITS
025600*    LINKAGE SECTION ERR-PARMS FIELD FOR FIELD.
026200     03  WS-ERR-RETURN-CODE       PIC 9(02).
026300     03  WS-ERR-MESSAGE           PIC X(60).
026400     03  WS-ERR-RUN-DATE          PIC 9(08).
026405     03  WS-ERR-RUN-TIME          PIC 9(08).
026410*
026415*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
026420*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
026425*
026431 01  WS-PRC-PARMS.
026436     03  WS-PRC-FUNCTION          PIC X(01).
026441     03  WS-PRC-DATE              PIC 9(08).
026446     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
026451     03  WS-PRC-SOURCE            PIC X(10) VALUE "HelloWorld".
026457     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
026462     03  WS-PRC-PERIOD            PIC 9(06).
026467     03  WS-PRC-PERIOD-STATUS     PIC X(01).
026472         88  WS-PRC-PERIOD-OPEN   VALUE "O".
026477         88  WS-PRC-PERIOD-CLOSING VALUE "G".
026483         88  WS-PRC-PERIOD-CLOSED VALUE "C".
026488     03  WS-PRC-RESULT            PIC X(01).
026493         88  WS-PRC-DONE          VALUE "Y".
026498         88  WS-PRC-REFUSED       VALUE "N".
026503     03  WS-PRC-MESSAGE           PIC X(50).
026509*
026518*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
026527*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD - THE RUN DATE
033875     03  RT-CCY                  PIC X(03).
033880     03  FILLER                  PIC X(12) VALUE "  RATE USED ".
033885     03  RT-RATE                 PIC ZZ9,999999.
033887*
033890*    IOF TAX LINES PRINTED UNDER THE RATES - WHAT EACH BRANCH AND
033893*    CURRENCY WAS TAXED ON, CHARGED AND RECLAIMED, IN THE BASE
033896*    CURRENCY - THEN THE DAY'S TAX FIGURES.
033899*
033902 01  WS-RPT-TAX-HEADER.
033905     03  FILLER                  PIC X(01) VALUE SPACE.
033908     03  FILLER                  PIC X(52) VALUE
033911         "  IOF TAX IN BRL - TAXABLE BASE, CHARGED, RECLAIMED".
033914*
033917 01  WS-RPT-TAX-LINE.
033920     03  FILLER                  PIC X(01) VALUE SPACE.
033923     03  FILLER                  PIC X(06) VALUE "  BR ".
033926     03  TX-BRANCH               PIC X(04).
033929     03  FILLER                  PIC X(05) VALUE " CCY ".
033932     03  TX-CCY                  PIC X(03).
033935     03  FILLER                  PIC X(02) VALUE SPACES.
033938     03  TX-BASE                 PIC ZZZZZZZZZZ9,99.
033941     03  FILLER                  PIC X(02) VALUE SPACES.
033943     03  TX-CHARGED              PIC ZZZZZZZZ9,99.
033946     03  FILLER                  PIC X(02) VALUE SPACES.
033949     03  TX-RECLAIMED            PIC ZZZZZZZZ9,99.
033952*
033955 01  WS-RPT-TAX-TOTAL-LINE.
033958     03  FILLER                  PIC X(01) VALUE SPACE.
033961     03  FILLER                  PIC X(13) VALUE "IOF CHARGED: ".
033964     03  TXT-CHARGED             PIC ZZZZZZZZZZ9,99.
033967     03  FILLER                  PIC X(13) VALUE "  RECLAIMED: ".
033970     03  TXT-RECLAIMED           PIC ZZZZZZZZZZ9,99.
033973     03  FILLER                  PIC X(07) VALUE "  NET: ".
033976     03  TXT-NET                 PIC ZZZZZZZZZZ9,99-.
033979*
033982 01  WS-RPT-TAX-NO-RATE-LINE.
033985     03  FILLER                  PIC X(01) VALUE SPACE.
033988     03  FILLER                  PIC X(41) VALUE
033991         "  FOREIGN ITEMS NOT TAXED - NO IOF RATE: ".
033994     03  TXN-COUNT               PIC ZZZZZ9.
033997*
034000*    HEADER LINE FOR THE MONTH-END/YEAR-END CLOSING REPORT. THE
034100*    TOTAL LINE ABOVE IS REUSED UNDERNEATH IT FOR THE FIGURES.
034200*
034800*
034900 PROCEDURE DIVISION.
035000 0000-MAINLINE.
035040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035080     IF WS-PERIOD-LOCKED
035120         GOBACK
035160     END-IF.
035200     PERFORM 1500-RUN-PARTITION THRU 1500-EXIT
035300         UNTIL WS-PARTS-DONE.
035400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
035500     GOBACK.
035600*
035700******************************************************************
035775* 1000-INITIALIZE.
035850*    OPENS THE TRANSACTION, RATE, SCHEDULE, ACCOUNT AND EXCEPTION
035925*    FILES AND CAPTURES THE RUN DATE/TIME, THEN LOADS THE
036000*    CHECKPOINT, OPENS (OR ON A FRESH RUN REBUILDS) THE TOTALS
036075*    WORK FILE AND READS THE FIRST PARTITION BOUND. THE REPORT
036150*    ITSELF IS WRITTEN BY THE MERGE AT FINALIZE.
036225******************************************************************
036300 1000-INITIALIZE.
036400     CALL "BDATE01" USING WS-BDATE-PARMS.
036433     MOVE WS-BDATE-DATE TO DATEFLD-DATE.
037000     MOVE "DAILY TOTALS RUN STARTING" TO WS-LOG-MESSAGE.
037100     CALL "LOGWRT01" USING WS-LOG-PARMS.
037200     PERFORM 1250-CHECK-MONTH-END THRU 1250-EXIT.
037220     PERFORM 1260-CHECK-PERIOD-OPEN THRU 1260-EXIT.
037240     IF WS-PERIOD-LOCKED
037260         GO TO 1000-EXIT
037280     END-IF.
037300     OPEN INPUT TRANSACTION-FILE.
037400     IF WS-TRAN-FILE-STATUS NOT = "00"
037500         MOVE "INITIALIZE" TO WS-ERR-STEP
038300         SET WS-EOF TO TRUE
038400     END-IF.
038402     IF NOT WS-ABORT-RUN
038405         OPEN INPUT TRANSACTION-LOOKUP-FILE
038407     END-IF.
038410     OPEN INPUT FX-RATE-FILE.
038420     IF WS-FX-FILE-STATUS = "00"
038430         SET WS-FX-AVAILABLE TO TRUE
038450         MOVE "INITIALIZE" TO WS-LOG-STEP
038460         MOVE "EXCHANGE RATE FILE MISSING - NON-BRL WILL EXCEPT"
038470             TO WS-LOG-MESSAGE
038471         MOVE "W" TO WS-LOG-SEVERITY
038472         CALL "LOGWRT01" USING WS-LOG-PARMS
038473         MOVE "I" TO WS-LOG-SEVERITY
038474     END-IF.
038475     OPEN INPUT FX-HISTORY-FILE.
038476     IF WS-FXH-FILE-STATUS = "00"
038477         SET WS-FXH-AVAILABLE TO TRUE
038478     END-IF.
038479     OPEN INPUT TAX-RATE-FILE.
038480     IF WS-TXR-FILE-STATUS = "00"
038481         SET WS-TXR-AVAILABLE TO TRUE
038482     ELSE
038483         MOVE "INITIALIZE" TO WS-LOG-STEP
038484         MOVE "W" TO WS-LOG-SEVERITY
038485         MOVE "NO IOF RATE FILE - FOREIGN ITEMS NOT TAXED" TO
038486             WS-LOG-MESSAGE
038487         CALL "LOGWRT01" USING WS-LOG-PARMS
038488         MOVE "I" TO WS-LOG-SEVERITY
038489     END-IF.
038491     OPEN INPUT COMMISSION-SCHEDULE-FILE.
038492     IF WS-COM-FILE-STATUS = "00"
038493         SET WS-COM-AVAILABLE TO TRUE
038506         CALL "LOGWRT01" USING WS-LOG-PARMS
038507         MOVE "I" TO WS-LOG-SEVERITY
038508     END-IF.
038515     OPEN I-O ACCOUNT-FILE.
038522     IF WS-ACCT-FILE-STATUS = "00"
038529         SET WS-ACCT-AVAILABLE TO TRUE
038536     ELSE
038543         MOVE "INITIALIZE" TO WS-LOG-STEP
038550         MOVE "W" TO WS-LOG-SEVERITY
038557         MOVE "ACCOUNT MASTER MISSING - ALL ITEMS WILL EXCEPT" TO
038564             WS-LOG-MESSAGE
038571         CALL "LOGWRT01" USING WS-LOG-PARMS
038578         MOVE "I" TO WS-LOG-SEVERITY
038585     END-IF.
038592     OPEN EXTEND EXCEPTION-FILE.
038600     IF WS-EXCP-FILE-NOT-FOUND
038700         CLOSE EXCEPTION-FILE
038800         OPEN OUTPUT EXCEPTION-FILE
038900     END-IF.
039016     IF NOT WS-ABORT-RUN
039133         PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
039250     END-IF.
039366     IF NOT WS-ABORT-RUN
039483         PERFORM 1210-OPEN-WORK-FILE THRU 1210-EXIT
039600     END-IF.
039716     IF NOT WS-ABORT-RUN
039833         PERFORM 1400-OPEN-PARTITION-TABLE THRU 1400-EXIT
039950     ELSE
040066         SET WS-PARTS-DONE TO TRUE
040183     END-IF.
040300 1000-EXIT.
040400     EXIT.
040500*
042276 1150-EXIT.
042280     EXIT.
042300*
042343******************************************************************
042386* 1200-LOAD-CHECKPOINT.
042430*    OPENS THE KEYED CHECKPOINT FILE FOR UPDATE, CREATING IT EMPTY
042473*    IF IT HAS NEVER EXISTED, AND LOOKS FOR ANY PARTITION RECORD
042517*    ON IT. ONE OR MORE MEANS THE PRIOR RUN DID NOT COMPLETE AND
042560*    THIS RUN IS A RESTART - EACH PARTITION THEN PICKS UP ITS OWN
042603*    RECORD AS IT COMES TO IT (SEE 1510).
042647******************************************************************
042690 1200-LOAD-CHECKPOINT.
042734     OPEN I-O CHECKPOINT-FILE.
042777     IF WS-CKPT-FILE-NOT-FOUND
042821         OPEN OUTPUT CHECKPOINT-FILE
042864         CLOSE CHECKPOINT-FILE
042907         OPEN I-O CHECKPOINT-FILE
042951     END-IF.
042994     IF WS-CKPT-FILE-STATUS NOT = "00"
043038         MOVE "LOAD-CKPT" TO WS-ERR-STEP
043081         MOVE "CHECKPOINT FILE WILL NOT OPEN - RUN ABORTED" TO
043125             WS-ERR-MESSAGE
043168         MOVE WS-RPT-RUN-DATE TO WS-ERR-RUN-DATE
043211         MOVE WS-RPT-RUN-TIME TO WS-ERR-RUN-TIME
043255         MOVE 90 TO WS-ERR-RETURN-CODE
043298         CALL "ERRWRT01" USING WS-ERR-PARMS
043342         SET WS-ABORT-RUN TO TRUE
043385         GO TO 1200-EXIT
043428     END-IF.
043472     SET WS-CKPT-OPEN TO TRUE.
043515     READ CHECKPOINT-FILE NEXT RECORD
043559         AT END
043602             CONTINUE
043646         NOT AT END
043689             SET WS-RESTART-RUN TO TRUE
043732     END-READ.
043776     IF WS-RESTART-RUN
043819         MOVE "LOAD-CKPT" TO WS-LOG-STEP
043863         MOVE "RESTARTING - PRIOR RUN DID NOT COMPLETE" TO
043906             WS-LOG-MESSAGE
043950         CALL "LOGWRT01" USING WS-LOG-PARMS
043993     END-IF.
044036 1200-EXIT.
044080     EXIT.
044123*
044167******************************************************************
044210* 1210-OPEN-WORK-FILE.
044253*    A RESTART CARRIES ON WITH THE TOTALS WORK FILE THE FAILED
044297*    RUN LEFT - IT HOLDS EVERYTHING THE FINISHED PARTITIONS (AND
044340*    THE FINISHED PART OF THE FAILED ONE) POSTED, AND A RESTART
044384*    WITHOUT IT CANNOT BE MADE WHOLE, SO THAT ABORTS THE RUN. A
044427*    FRESH RUN REBUILDS THE FILE EMPTY AND SEEDS ITS BRANCH
044471*    RECORDS FROM THE BRANCH MASTER.
044514******************************************************************
044557 1210-OPEN-WORK-FILE.
044601     IF WS-RESTART-RUN
044644         OPEN I-O TOTALS-WORK-FILE
044688         IF WS-WK-FILE-STATUS NOT = "00"
044731             MOVE "OPEN-WORK" TO WS-ERR-STEP
044775             MOVE "TOTALS WORK FILE MISSING ON RESTART - ABORTED"
044818                 TO WS-ERR-MESSAGE
044861             MOVE WS-RPT-RUN-DATE TO WS-ERR-RUN-DATE
044905             MOVE WS-RPT-RUN-TIME TO WS-ERR-RUN-TIME
044948             MOVE 90 TO WS-ERR-RETURN-CODE
044992             CALL "ERRWRT01" USING WS-ERR-PARMS
045035             SET WS-ABORT-RUN TO TRUE
045078         ELSE
045122             SET WS-WK-OPEN TO TRUE
045165         END-IF
045209         GO TO 1210-EXIT
045252     END-IF.
045296     OPEN OUTPUT TOTALS-WORK-FILE.
045339     CLOSE TOTALS-WORK-FILE.
045382     OPEN I-O TOTALS-WORK-FILE.
045426     SET WS-WK-OPEN TO TRUE.
045469     PERFORM 1300-LOAD-BRANCH-MASTER THRU 1300-EXIT.
045513 1210-EXIT.
045556     EXIT.
045600*
045700******************************************************************
045800* 1250-CHECK-MONTH-END.
047300         END-IF
047400     END-IF.
047500 1250-EXIT.
047503     EXIT.
047507*
047510******************************************************************
047514* 1260-CHECK-PERIOD-OPEN.
047518*    REFUSES THE RUN WHEN THE BUSINESS DATE FALLS IN A CLOSED
047521*    ACCOUNTING PERIOD - ITS TOTALS, JOURNAL AND STATEMENTS ARE
047525*    ALREADY OUT. A SUPERVISOR MUST REOPEN THE MONTH (PRDMNT01)
047528*    BEFORE IT CAN BE RUN AGAIN.
047532******************************************************************
047536 1260-CHECK-PERIOD-OPEN.
047539     MOVE "Q" TO WS-PRC-FUNCTION.
047543     MOVE WS-RPT-RUN-DATE TO WS-PRC-DATE.
047546     CALL "PRDCTL01" USING WS-PRC-PARMS.
047550     IF WS-PRC-PERIOD-CLOSED
047554         MOVE "INITIALIZE" TO WS-ERR-STEP
047557         MOVE SPACES TO WS-ERR-MESSAGE
047561         STRING "PERIOD " WS-PRC-PERIOD
047564             " IS CLOSED - RUN REFUSED"
047568             DELIMITED BY SIZE INTO WS-ERR-MESSAGE
047572         MOVE WS-RPT-RUN-DATE TO WS-ERR-RUN-DATE
047575         MOVE WS-RPT-RUN-TIME TO WS-ERR-RUN-TIME
047579         MOVE 12 TO WS-ERR-RETURN-CODE
047582         CALL "ERRWRT01" USING WS-ERR-PARMS
047586         SET WS-PERIOD-LOCKED TO TRUE
047590     END-IF.
047593 1260-EXIT.
047597     EXIT.
047601*
047602******************************************************************
047603* 1300-LOAD-BRANCH-MASTER.
047604*    SEEDS ONE BRANCH RECORD ON THE TOTALS WORK FILE FOR EVERY
047605*    BRANCH ON THE MASTER - CODE, NAME AND DEFAULT CURRENCY,
047606*    SUBTOTALS AT ZERO - SO THE BREAKDOWN IS DRIVEN OFF THE
047607*    MASTER. A MISSING MASTER IS LOGGED AND THE RECORDS ARE MADE
047608*    AS BRANCHES TURN UP. ONLY A FRESH RUN SEEDS; A RESTART
047609*    KEEPS THE RECORDS THE FAILED RUN LEFT.
047610******************************************************************
047612 1300-LOAD-BRANCH-MASTER.
047613     OPEN INPUT BRANCH-FILE.
047614     IF WS-BRM-FILE-STATUS NOT = "00"
047615         MOVE "LOAD-BRANCH" TO WS-LOG-STEP
047616         MOVE "W" TO WS-LOG-SEVERITY
047617         MOVE "BRANCH MASTER NOT AVAILABLE - BRANCHES UNSEEDED"
047618             TO WS-LOG-MESSAGE
047619         CALL "LOGWRT01" USING WS-LOG-PARMS
047620         MOVE "I" TO WS-LOG-SEVERITY
047621         GO TO 1300-EXIT
047623     END-IF.
047624     MOVE "N" TO WS-BRM-EOF-SW.
047625     PERFORM 1310-SEED-ONE-BRANCH THRU 1310-EXIT
047626         UNTIL WS-BRM-EOF.
047627     CLOSE BRANCH-FILE.
047628 1300-EXIT.
047629     EXIT.
047630*
047631******************************************************************
047632* 1310-SEED-ONE-BRANCH.
047634*    READS ONE MASTER RECORD AND WRITES ITS BRANCH RECORD. CLOSED
047635*    BRANCHES ARE SEEDED TOO - OLD TRANSACTIONS MAY STILL CARRY
047636*    THEIR CODES.
047637******************************************************************
047638 1310-SEED-ONE-BRANCH.
047639     READ BRANCH-FILE NEXT RECORD
047640         AT END
047641             SET WS-BRM-EOF TO TRUE
047642             GO TO 1310-EXIT
047643     END-READ.
047645     MOVE SPACES TO TOTALS-WORK-RECORD.
047646     SET WK-BRANCH-REC TO TRUE.
047647     MOVE BR-CODE TO WK-KEY-BRANCH.
047648     MOVE ZEROS TO WK-PARTITION.
047649     MOVE ZEROS TO WK-LAST-TRAN-ID.
047650     MOVE BR-NAME TO WK-B-NAME.
047651     MOVE BR-DEFAULT-CURRENCY TO WK-B-CURRENCY.
047652     MOVE ZEROS TO WK-B-SUBTOTAL.
047653     MOVE ZEROS TO WK-B-TRAN-COUNT.
047654     MOVE ZEROS TO WK-B-COMMISSION.
047656     MOVE BR-CODE TO COM-BRANCH.
047657     PERFORM 1320-FIND-COMM-RATE THRU 1320-EXIT.
047658     MOVE WS-FOUND-COMM-RATE TO WK-B-COMM-RATE.
047659     WRITE TOTALS-WORK-RECORD
047660         INVALID KEY
047661             CONTINUE
047662     END-WRITE.
047663 1310-EXIT.
047664     EXIT.
047666*
047667******************************************************************
047668* 1320-FIND-COMM-RATE.
047684     END-READ.
047685 1320-EXIT.
047686     EXIT.
047687*
047688******************************************************************
047689* 1400-OPEN-PARTITION-TABLE.
047690*    OPENS THE PARTITION TABLE AND READS THE FIRST BOUND AHEAD.
047691*    NO TABLE, OR AN EMPTY ONE, LEAVES A SINGLE PARTITION FOR THE
047692*    WHOLE DAY.
047693******************************************************************
047694 1400-OPEN-PARTITION-TABLE.
047695     MOVE ZEROS TO WS-PART-NUMBER.
047696     MOVE LOW-VALUES TO WS-PART-HIGH.
047697     OPEN INPUT TOTALS-PARTITION-FILE.
047698     IF WS-TPT-FILE-STATUS NOT = "00"
047699         SET WS-TPT-EOF TO TRUE
047700         MOVE HIGH-VALUES TO WS-NEXT-HIGH
047701         GO TO 1400-EXIT
047702     END-IF.
047703     SET WS-TPT-OPEN TO TRUE.
047704     PERFORM 1410-READ-PARTITION-TABLE THRU 1410-EXIT.
047705 1400-EXIT.
047706     EXIT.
047707*
047708******************************************************************
047709* 1410-READ-PARTITION-TABLE.
047710*    READS THE NEXT PARTITION BOUND INTO WS-NEXT-HIGH. A BOUND
047711*    NOT ABOVE THE ONE BEFORE IT WOULD GIVE AN EMPTY OR
047712*    OVERLAPPING RANGE - IT IS LOGGED AND PASSED OVER.
047713******************************************************************
047714 1410-READ-PARTITION-TABLE.
047715     READ TOTALS-PARTITION-FILE
047716         AT END
047717             SET WS-TPT-EOF TO TRUE
047718             MOVE HIGH-VALUES TO WS-NEXT-HIGH
047719             GO TO 1410-EXIT
047720     END-READ.
047721     IF TP-HIGH-BRANCH NOT > WS-PART-HIGH
047722         MOVE "PARTITION" TO WS-LOG-STEP
047723         MOVE SPACES TO WS-LOG-MESSAGE
047724         STRING "PARTITION BOUND " TP-HIGH-BRANCH
047725             " OUT OF ORDER IN TOTPARTS - IGNORED"
047726             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
047727         MOVE "W" TO WS-LOG-SEVERITY
047728         CALL "LOGWRT01" USING WS-LOG-PARMS
047729         MOVE "I" TO WS-LOG-SEVERITY
047730         GO TO 1410-READ-PARTITION-TABLE
047731     END-IF.
047732     MOVE TP-HIGH-BRANCH TO WS-NEXT-HIGH.
047733 1410-EXIT.
047734     EXIT.
047735*
047736******************************************************************
047737* 1500-RUN-PARTITION.
047738*    TOTALS ONE BRANCH-RANGE PARTITION. ITS RANGE STARTS ABOVE THE
047739*    PREVIOUS PARTITION'S HIGH BOUND AND ENDS AT THE BOUND READ
047740*    AHEAD - OR, FOR THE LAST PARTITION, AT THE END OF THE FILE.
047741*    A PARTITION ALREADY COMPLETE ON THE CHECKPOINT, OR ONE THAT
047742*    CANNOT BE RESUMED SAFELY, IS PASSED OVER (SEE 1510).
047743******************************************************************
047744 1500-RUN-PARTITION.
047745     ADD 1 TO WS-PART-NUMBER.
047746     MOVE WS-PART-HIGH TO WS-PART-LOW.
047747     MOVE WS-NEXT-HIGH TO WS-PART-HIGH.
047748     IF NOT WS-TPT-EOF
047749         PERFORM 1410-READ-PARTITION-TABLE THRU 1410-EXIT
047750     END-IF.
047751     IF WS-TPT-EOF
047752         MOVE HIGH-VALUES TO WS-PART-HIGH
047753         SET WS-PARTS-DONE TO TRUE
047754     END-IF.
047755     PERFORM 1510-START-PARTITION THRU 1510-EXIT.
047756     IF WS-PART-BYPASS
047757         GO TO 1500-EXIT
047758     END-IF.
047759     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
047760         UNTIL WS-EOF.
047761     PERFORM 1550-END-PARTITION THRU 1550-EXIT.
047762 1500-EXIT.
047763     EXIT.
047764*
047765******************************************************************
047766* 1510-START-PARTITION.
047767*    CLEARS THE PARTITION'S RUNNING FIGURES AND LOOKS FOR ITS
047768*    CHECKPOINT RECORD. NONE MEANS THE PARTITION HAS NOT STARTED:
047769*    ITS RECORD IS WRITTEN AND THE FILE POSITIONED AT THE FIRST
047770*    BRANCH OF ITS RANGE. A RECORD FOR A DIFFERENT RANGE MEANS THE
047771*    PARTITION TABLE CHANGED UNDER A PENDING RESTART - THE
047772*    PARTITION IS NOT RUN AND THE RUN FAILS. A COMPLETE ONE ONLY
047773*    ADDS ITS FIGURES TO THE DAY'S; A RUNNING ONE TAKES ITS
047774*    FIGURES BACK AND RESUMES (SEE 1540).
047775******************************************************************
047776 1510-START-PARTITION.
047777     MOVE "N" TO WS-PART-BYPASS-SW.
047778     MOVE "N" TO WS-EOF-SW.
047779     MOVE ZEROS TO WS-TRAN-COUNT.
047780     MOVE ZEROS TO WS-GRAND-TOTAL.
047781     MOVE ZEROS TO WS-GROSS-TOTAL.
047782     MOVE ZEROS TO WS-REVERSAL-TOTAL.
047783     MOVE ZEROS TO WS-ACCT-POSTED-COUNT.
047784     MOVE ZEROS TO WS-ACCT-REFUSED-COUNT.
047785     MOVE ZEROS TO WS-XFER-LEG-COUNT.
047786     MOVE "N" TO WS-EXCEPTION-SW.
047787     MOVE "N" TO WS-GL-INCOMPLETE-SW.
047788     MOVE ZEROS TO WS-CKPT-LAST-TRAN-ID.
047789     MOVE LOW-VALUES TO WS-PART-LAST-BRANCH.
047790     MOVE ZEROS TO WS-PART-BRANCH-DONE.
047791     MOVE "P" TO WS-PART-STATUS.
047792     MOVE WS-RPT-RUN-TIME TO WS-POST-RUN-STAMP.
047793     PERFORM 1515-DESCRIBE-RANGE THRU 1515-EXIT.
047794     MOVE "PARTITION" TO WS-LOG-STEP.
047795     MOVE WS-PART-NUMBER TO CKPT-PARTITION.
047796     READ CHECKPOINT-FILE
047797         INVALID KEY
047798             MOVE SPACES TO WS-LOG-MESSAGE
047799             STRING "PARTITION " WS-PART-NUMBER " STARTING - "
047800                 WS-PART-RANGE-TEXT DELIMITED BY SIZE
047801                 INTO WS-LOG-MESSAGE
047802             CALL "LOGWRT01" USING WS-LOG-PARMS
047803             PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
047804             PERFORM 2150-POSITION-TRANSACTIONS THRU 2150-EXIT
047805             GO TO 1510-EXIT
047806     END-READ.
047807     IF CKPT-LOW-BRANCH NOT = WS-PART-LOW
047808         OR CKPT-HIGH-BRANCH NOT = WS-PART-HIGH
047809         MOVE SPACES TO WS-LOG-MESSAGE
047810         STRING "PARTITION " WS-PART-NUMBER
047811             " RANGE CHANGED SINCE THE FAILED RUN - NOT RUN"
047812             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
047813         PERFORM 1560-FAIL-PARTITION THRU 1560-EXIT
047814         GO TO 1510-EXIT
047815     END-IF.
047816     PERFORM 1530-LOAD-PARTITION-FIGURES THRU 1530-EXIT.
047817     IF CKPT-PART-COMPLETE
047818         MOVE SPACES TO WS-LOG-MESSAGE
047819         STRING "PARTITION " WS-PART-NUMBER
047820             " ALREADY COMPLETE - NOT RERUN"
047821             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
047822         CALL "LOGWRT01" USING WS-LOG-PARMS
047823         PERFORM 1590-ROLL-PARTITION-TOTALS THRU 1590-EXIT
047824         SET WS-PART-BYPASS TO TRUE
047825         GO TO 1510-EXIT
047826     END-IF.
047827     MOVE SPACES TO WS-LOG-MESSAGE.
047828     STRING "PARTITION " WS-PART-NUMBER " RESTARTING AFTER TXN "
047829         WS-CKPT-LAST-TRAN-ID DELIMITED BY SIZE
047830         INTO WS-LOG-MESSAGE.
047831     CALL "LOGWRT01" USING WS-LOG-PARMS.
047832     PERFORM 1540-RESUME-POSITION THRU 1540-EXIT.
047833 1510-EXIT.
047834     EXIT.
047835*
047836******************************************************************
047837* 1515-DESCRIBE-RANGE.
047838*    PUTS THE PARTITION'S BRANCH RANGE INTO WORDS FOR THE LOG.
047839******************************************************************
047840 1515-DESCRIBE-RANGE.
047841     MOVE SPACES TO WS-PART-RANGE-TEXT.
047842     EVALUATE TRUE
047843         WHEN WS-PART-LOW = LOW-VALUES
047844             AND WS-PART-HIGH = HIGH-VALUES
047845             MOVE "ALL BRANCHES" TO WS-PART-RANGE-TEXT
047846         WHEN WS-PART-LOW = LOW-VALUES
047847             STRING "BRANCHES UP TO " WS-PART-HIGH
047848                 DELIMITED BY SIZE INTO WS-PART-RANGE-TEXT
047849         WHEN WS-PART-HIGH = HIGH-VALUES
047850             STRING "BRANCHES ABOVE " WS-PART-LOW " TO THE END"
047851                 DELIMITED BY SIZE INTO WS-PART-RANGE-TEXT
047852         WHEN OTHER
047853             STRING "BRANCHES ABOVE " WS-PART-LOW " UP TO "
047854                 WS-PART-HIGH DELIMITED BY SIZE
047855                 INTO WS-PART-RANGE-TEXT
047856     END-EVALUATE.
047857 1515-EXIT.
047858     EXIT.
047859*
047860******************************************************************
047861* 1530-LOAD-PARTITION-FIGURES.
047862*    TAKES THE PARTITION'S RUNNING FIGURES AND POSITION BACK OFF
047863*    ITS CHECKPOINT RECORD.
047864******************************************************************
047865 1530-LOAD-PARTITION-FIGURES.
047866     MOVE CKPT-STATUS TO WS-PART-STATUS.
047867     MOVE CKPT-LAST-TRAN-ID TO WS-CKPT-LAST-TRAN-ID.
047868     MOVE CKPT-LAST-BRANCH TO WS-PART-LAST-BRANCH.
047869     MOVE CKPT-BRANCH-DONE TO WS-PART-BRANCH-DONE.
047870     MOVE CKPT-TRAN-COUNT TO WS-TRAN-COUNT.
047871     MOVE CKPT-GRAND-TOTAL TO WS-GRAND-TOTAL.
047872     MOVE CKPT-GROSS-TOTAL TO WS-GROSS-TOTAL.
047873     MOVE CKPT-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL.
047874     MOVE CKPT-ACCT-POSTED-COUNT TO WS-ACCT-POSTED-COUNT.
047875     MOVE CKPT-ACCT-REFUSED-COUNT TO WS-ACCT-REFUSED-COUNT.
047876     MOVE CKPT-XFER-LEG-COUNT TO WS-XFER-LEG-COUNT.
047877     MOVE CKPT-EXCEPTION-SW TO WS-EXCEPTION-SW.
047878     MOVE CKPT-GL-INCOMPLETE-SW TO WS-GL-INCOMPLETE-SW.
047879     MOVE CKPT-RUN-STAMP TO WS-POST-RUN-STAMP.
047880 1530-EXIT.
047881     EXIT.
047882*
047883******************************************************************
047884* 1540-RESUME-POSITION.
047885*    PUTS A RESTARTED PARTITION BACK WHERE IT WAS. THE FILE IS
047886*    STARTED AT THE BRANCH IT WAS ON AND THE ITEMS OF THAT BRANCH
047887*    IT HAD ALREADY TOTALED ARE READ PAST; THE LAST ONE READ PAST
047888*    MUST BE THE TRANSACTION THE CHECKPOINT NAMES, OR THE LIVE
047889*    FILE HAS CHANGED UNDER THE RESTART AND THE PARTITION IS NOT
047890*    RUN. A PARTITION THAT FAILED BEFORE ITS FIRST ITEM SIMPLY
047891*    STARTS OVER.
047892******************************************************************
047893 1540-RESUME-POSITION.
047894     IF WS-PART-BRANCH-DONE = ZEROS
047895         PERFORM 2150-POSITION-TRANSACTIONS THRU 2150-EXIT
047896         GO TO 1540-EXIT
047897     END-IF.
047898     MOVE ZEROS TO WS-SKIPPED-TRAN-ID.
047899     MOVE WS-PART-LAST-BRANCH TO TRAN-BRANCH.
047900     START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-BRANCH
047901         INVALID KEY
047902             SET WS-EOF TO TRUE
047903     END-START.
047904     IF NOT WS-EOF
047905         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
047906     END-IF.
047907     MOVE WS-PART-BRANCH-DONE TO WS-PART-SKIP-COUNT.
047908     PERFORM 1545-PASS-TOTALED-ITEM THRU 1545-EXIT
047909         UNTIL WS-PART-SKIP-COUNT = ZEROS
047910         OR WS-EOF.
047911     IF WS-SKIPPED-TRAN-ID NOT = WS-CKPT-LAST-TRAN-ID
047912         MOVE SPACES TO WS-LOG-MESSAGE
047913         STRING "PARTITION " WS-PART-NUMBER
047914             " LIVE FILE CHANGED SINCE CHECKPOINT - NOT RUN"
047915             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
047916         PERFORM 1560-FAIL-PARTITION THRU 1560-EXIT
047917     END-IF.
047918 1540-EXIT.
047919     EXIT.
047920*
047921******************************************************************
047922* 1545-PASS-TOTALED-ITEM.
047923*    READS PAST ONE ITEM THE FAILED RUN ALREADY TOTALED. RUNNING
047924*    INTO ANOTHER BRANCH FIRST STOPS THE PASS SHORT.
047925******************************************************************
047926 1545-PASS-TOTALED-ITEM.
047927     IF TRAN-BRANCH NOT = WS-PART-LAST-BRANCH
047928         MOVE ZEROS TO WS-PART-SKIP-COUNT
047929         GO TO 1545-EXIT
047930     END-IF.
047931     MOVE TRAN-ID TO WS-SKIPPED-TRAN-ID.
047932     SUBTRACT 1 FROM WS-PART-SKIP-COUNT.
047933     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
047934 1545-EXIT.
047935     EXIT.
047936*
047937******************************************************************
047938* 1550-END-PARTITION.
047939*    MARKS THE PARTITION COMPLETE ON ITS CHECKPOINT RECORD, SO A
047940*    LATER RESTART DOES NOT RUN IT AGAIN, AND ADDS ITS FIGURES TO
047941*    THE DAY'S.
047942******************************************************************
047943 1550-END-PARTITION.
047944     MOVE "C" TO WS-PART-STATUS.
047945     PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT.
047946     MOVE "PARTITION" TO WS-LOG-STEP.
047947     MOVE SPACES TO WS-LOG-MESSAGE.
047948     STRING "PARTITION " WS-PART-NUMBER " COMPLETE - "
047949         WS-TRAN-COUNT " ITEM(S)" DELIMITED BY SIZE
047950         INTO WS-LOG-MESSAGE.
047951     CALL "LOGWRT01" USING WS-LOG-PARMS.
047952     PERFORM 1590-ROLL-PARTITION-TOTALS THRU 1590-EXIT.
047953 1550-EXIT.
047954     EXIT.
047955*
047956******************************************************************
047957* 1560-FAIL-PARTITION.
047958*    LOGS THE REASON THE CALLER PUT IN WS-LOG-MESSAGE AND PASSES
047959*    THE PARTITION OVER. THE OTHER PARTITIONS STILL RUN, BUT THE
047960*    MERGE IS HELD AND THE CHECKPOINT KEPT, SO THE RERUN ONCE
047961*    THE CAUSE IS PUT RIGHT TOTALS ONLY WHAT IS STILL OUTSTANDING.
047962******************************************************************
047963 1560-FAIL-PARTITION.
047964     MOVE "S" TO WS-LOG-SEVERITY.
047965     CALL "LOGWRT01" USING WS-LOG-PARMS.
047966     MOVE "I" TO WS-LOG-SEVERITY.
047967     SET WS-PART-FAILED TO TRUE.
047968     ADD 1 TO WS-PART-FAILED-COUNT.
047969     SET WS-PART-BYPASS TO TRUE.
047970 1560-EXIT.
047971     EXIT.
047972*
047973******************************************************************
047974* 1590-ROLL-PARTITION-TOTALS.
047975*    ADDS THE PARTITION'S FIGURES TO THE DAY'S. A DAY FIGURE THAT
047976*    OVERFLOWS IS EXCEPTIONED AND HOLDS THE JOURNAL, THE SAME AS
047977*    AN OVERFLOW INSIDE A PARTITION.
047978******************************************************************
047979 1590-ROLL-PARTITION-TOTALS.
047980     ADD WS-TRAN-COUNT TO WS-DAY-TRAN-COUNT.
047981     ADD WS-GRAND-TOTAL TO WS-DAY-GRAND-TOTAL
047982         ON SIZE ERROR
047983             MOVE "Y" TO WS-DAY-EXCEPTION-SW
047984             MOVE "Y" TO WS-DAY-GL-INCOMPLETE-SW
047985     END-ADD.
047986     ADD WS-GROSS-TOTAL TO WS-DAY-GROSS-TOTAL
047987         ON SIZE ERROR
047988             MOVE "Y" TO WS-DAY-EXCEPTION-SW
047989     END-ADD.
047990     ADD WS-REVERSAL-TOTAL TO WS-DAY-REVERSAL-TOTAL
047991         ON SIZE ERROR
047992             MOVE "Y" TO WS-DAY-EXCEPTION-SW
047993     END-ADD.
047994     ADD WS-ACCT-POSTED-COUNT TO WS-DAY-ACCT-POSTED.
047995     ADD WS-ACCT-REFUSED-COUNT TO WS-DAY-ACCT-REFUSED.
047996     ADD WS-XFER-LEG-COUNT TO WS-DAY-XFER-LEGS.
047997     IF WS-EXCEPTION-RAISED
047998         MOVE "Y" TO WS-DAY-EXCEPTION-SW
047999     END-IF.
048000     IF WS-GL-INCOMPLETE
048001         MOVE "Y" TO WS-DAY-GL-INCOMPLETE-SW
048002     END-IF.
048003 1590-EXIT.
048004     EXIT.
048005*
048006******************************************************************
048007* 2000-PROCESS-TRANSACTION.
048008*    ADDS THE CURRENT TRANSACTION'S TWO OPERANDS, ACCUMULATES
048009*    THE RUNNING GRAND TOTAL, RECORDS A DETAIL LINE, AND READS
048010*    THE NEXT RECORD. AN ORIGINAL OR ADJUSTMENT ADDS; A
048020*    REVERSAL BACKS OUT THE TRANSACTION IT NAMES AND SUBTRACTS
048030*    (SEE 2070). BRANCH SUBTOTALS STAY IN ORIGINAL CURRENCY
048040*    WHETHER OR NOT A RATE WAS FOUND - ONLY THE CONVERTED NET
048050*    AND GROSS FIGURES DEPEND ON THE RATE. THE ITEM'S ACCOUNT IS
048087*    CHECKED FIRST (SEE 2040) - AN UNUSABLE ACCOUNT IS TREATED
048125*    LIKE A MISSING RATE - AND AN ITEM THAT REACHES THE CONVERTED
048162*    TOTALS ALSO POSTS TO ITS ACCOUNT BALANCE (SEE 2090).
048181*    AN INTER-BRANCH TRANSFER LEG TAKES ITS OWN PATH (SEE 2065).
048187*    A FOREIGN-CURRENCY ITEM THAT REACHES THE CONVERTED TOTALS
048193*    ALSO CARRIES IOF TAX (SEE 2081).
048200******************************************************************
048300 2000-PROCESS-TRANSACTION.
048400     MOVE TRAN-N1 TO WS-N1.
048500     MOVE TRAN-N2 TO WS-N2.
048600     COMPUTE WS-RESULT = WS-N1 + WS-N2.
048602     PERFORM 2040-CHECK-ACCOUNT THRU 2040-EXIT.
048603     IF TRAN-TYPE-TRANSFER
048604         PERFORM 2065-APPLY-TRANSFER-LEG THRU 2065-EXIT
048605         GO TO 2000-COUNT-ITEM
048606     END-IF.
048607     IF WS-ACCT-OK
048608         PERFORM 2050-CONVERT-TO-BASE THRU 2050-EXIT
048611     ELSE
048614         MOVE "N" TO WS-RATE-FOUND-SW
048617     END-IF.
048620     IF TRAN-TYPE-REVERSAL
048630         IF WS-RATE-FOUND
048640             PERFORM 2070-APPLY-REVERSAL THRU 2070-EXIT
049147             END-ADD
049150             MOVE "N" TO WS-CCY-REV-SW
049153             PERFORM 2075-ACCUMULATE-CCY-TOTAL THRU 2075-EXIT
049154             PERFORM 2080-ACCUMULATE-GL-BUCKET THRU 2080-EXIT
049155             PERFORM 2081-CHARGE-IOF-TAX THRU 2081-EXIT
049156             MOVE WS-RESULT TO WS-ACCT-AMOUNT
049159             PERFORM 2090-POST-TO-ACCOUNT THRU 2090-EXIT
049162         END-IF
049165         MOVE WS-RESULT TO WS-BRANCH-AMOUNT
049174         PERFORM 2350-ACCUMULATE-BRANCH-TOTAL THRU 2350-EXIT
049183     END-IF.
049217 2000-COUNT-ITEM.
049252     ADD 1 TO WS-TRAN-COUNT.
049287     MOVE TRAN-ID TO WS-CKPT-LAST-TRAN-ID.
049322     IF TRAN-BRANCH = WS-PART-LAST-BRANCH
049356         ADD 1 TO WS-PART-BRANCH-DONE
049391     ELSE
049426         MOVE TRAN-BRANCH TO WS-PART-LAST-BRANCH
049461         MOVE 1 TO WS-PART-BRANCH-DONE
049495     END-IF.
049530     PERFORM 2300-RECORD-DETAIL-LINE THRU 2300-EXIT.
049565     PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT.
049600 2000-NEXT-RECORD.
049700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
049800 2000-EXIT.
049802     EXIT.
049804*
049806******************************************************************
049808* 2040-CHECK-ACCOUNT.
049810*    READS THE ACCOUNT THE CURRENT TRANSACTION NAMES AND SETS
049813*    WS-ACCT-OK WHEN IT CAN TAKE THE POSTING - ON FILE, OPEN, AND
049815*    HELD AT THE TRANSACTION'S OWN BRANCH IN ITS OWN CURRENCY.
049817*    ANYTHING ELSE (A BLANK ACCOUNT ON AN ITEM KEYED BEFORE
049819*    ACCOUNTS EXISTED INCLUDED) WRITES AN EXCEPTION. THE RECORD
049821*    READ STAYS IN THE BUFFER FOR 2090 TO UPDATE.
049824******************************************************************
049826 2040-CHECK-ACCOUNT.
049828     MOVE "N" TO WS-ACCT-OK-SW.
049830     IF NOT WS-ACCT-AVAILABLE
049832         MOVE "NO ACCOUNT MASTER" TO WS-EXCP-REASON-TEXT
049835         GO TO 2040-REFUSE
049837     END-IF.
049839     IF TRAN-ACCOUNT NOT NUMERIC
049841         OR TRAN-ACCOUNT = ZEROS
049843         MOVE "ACCOUNT NOT ON FILE" TO WS-EXCP-REASON-TEXT
049846         GO TO 2040-REFUSE
049848     END-IF.
049850     MOVE TRAN-ACCOUNT TO ACCT-NUMBER.
049852     READ ACCOUNT-FILE
049854         INVALID KEY
049857             MOVE "ACCOUNT NOT ON FILE" TO WS-EXCP-REASON-TEXT
049859             GO TO 2040-REFUSE
049861     END-READ.
049863     IF NOT ACCT-OPEN
049865         MOVE "ACCOUNT IS CLOSED" TO WS-EXCP-REASON-TEXT
049868         GO TO 2040-REFUSE
049870     END-IF.
049872     IF ACCT-BRANCH NOT = TRAN-BRANCH
049874         OR ACCT-CURRENCY NOT = TRAN-CURRENCY
049876         MOVE "ACCOUNT BRANCH/CCY DIFFERS" TO
049879             WS-EXCP-REASON-TEXT
049881         GO TO 2040-REFUSE
049883     END-IF.
049885     SET WS-ACCT-OK TO TRUE.
049887     GO TO 2040-EXIT.
049890 2040-REFUSE.
049892     ADD 1 TO WS-ACCT-REFUSED-COUNT.
049894     PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT.
049896 2040-EXIT.
049898     EXIT.
049901*
049902******************************************************************
049903* 2050-CONVERT-TO-BASE.
049904*    CONVERTS THE CURRENT TRANSACTION'S LINE TOTAL TO THE BASE
049905*    CURRENCY. A BASE-CURRENCY TRANSACTION CONVERTS AT 1; ANY
049906*    OTHER CURRENCY CONVERTS AT THE RATE IN FORCE ON THE BUSINESS
049907*    DATE - THE RATE HISTORY RECORD FOR THE CURRENCY AND DATE,
049908*    OR, FAILING THAT, THE DAILY EXCHANGE RATE FILE'S RECORD WHEN
049909*    IT CARRIES THAT SAME DATE (A RATE LOADED BEFORE THE HISTORY
049910*    FILE EXISTED). A CURRENCY WITH NO RATE ON FILE - OR ANY
049912*    CURRENCY WHEN THE RATE FILE ITSELF NEVER OPENED - LEAVES
049913*    WS-RATE-FOUND OFF AND WRITES AN EXCEPTION, SO THE GRAND TOTAL
049914*    NEVER SILENTLY TAKES AN UNCONVERTED AMOUNT.
049915******************************************************************
049916 2050-CONVERT-TO-BASE.
049917     MOVE "N" TO WS-RATE-FOUND-SW.
049918     IF TRAN-CURRENCY = WS-BASE-CURRENCY
049919         SET WS-RATE-FOUND TO TRUE
049921         MOVE WS-RESULT TO WS-CONVERTED
049922         MOVE 1 TO WS-RATE-APPLIED
049923         GO TO 2050-EXIT
049924     END-IF.
049925     IF WS-FXH-AVAILABLE
049926         MOVE TRAN-CURRENCY TO FXH-CURRENCY
049927         MOVE WS-RPT-RUN-DATE TO FXH-RATE-DATE
049928         READ FX-HISTORY-FILE
049929             INVALID KEY
049931                 CONTINUE
049932             NOT INVALID KEY
049933                 MOVE FXH-RATE TO WS-RATE-APPLIED
049934                 GO TO 2050-CONVERT
049935         END-READ
049936     END-IF.
049937     IF NOT WS-FX-AVAILABLE
049938         MOVE "NO EXCHANGE RATE FILE" TO WS-EXCP-REASON-TEXT
049940         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
049941         GO TO 2050-EXIT
049942     END-IF.
049943     MOVE TRAN-CURRENCY TO FX-CURRENCY.
049944     READ FX-RATE-FILE
049945         KEY IS FX-CURRENCY
049946         INVALID KEY
049947             MOVE "NO EXCHANGE RATE FOR CURRENCY" TO
049948                 WS-EXCP-REASON-TEXT
049950             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
049951             GO TO 2050-EXIT
049952     END-READ.
049953*
049954*    A RATE FIXED BEFORE THE BUSINESS DATE IS STALE - THE
049955*    TRANSACTION IS EXCEPTIONED THE SAME WAY A MISSING RATE
049956*    IS, RATHER THAN CONVERTING A WHOLE DAY ON OLD FIGURES. ONE
049957*    FIXED AFTER IT (A RERUN OF AN OLD DATE WITH NO HISTORY FOR
049959*    THE DAY) IS NOT THE DAY'S RATE EITHER.
049960*
049961     IF FX-RATE-DATE < WS-RPT-RUN-DATE
049962         MOVE "EXCHANGE RATE IS STALE" TO WS-EXCP-REASON-TEXT
049963         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
049964         GO TO 2050-EXIT
049965     END-IF.
049966     IF FX-RATE-DATE > WS-RPT-RUN-DATE
049967         MOVE "NO EXCHANGE RATE FOR THE DATE" TO
049969             WS-EXCP-REASON-TEXT
049970         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
049971         GO TO 2050-EXIT
049972     END-IF.
049973     MOVE FX-RATE TO WS-RATE-APPLIED.
049974 2050-CONVERT.
049975     COMPUTE WS-CONVERTED ROUNDED = WS-RESULT * WS-RATE-APPLIED
049976         ON SIZE ERROR
049978             MOVE "CONVERTED AMOUNT OVERFLOW" TO
049979                 WS-EXCP-REASON-TEXT
049980             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
049981             GO TO 2050-EXIT
049982     END-COMPUTE.
049983     SET WS-RATE-FOUND TO TRUE.
049984 2050-EXIT.
049985     EXIT.
049987*
049988******************************************************************
049989* 2065-APPLY-TRANSFER-LEG.
049990*    APPLIES ONE LEG OF AN INTER-BRANCH TRANSFER. THE OUTWARD LEG
049991*    TAKES THE AMOUNT OFF ITS BRANCH SUBTOTAL AND ITS ACCOUNT,
049992*    THE INWARD LEG PUTS IT ON. THE PAIR NETS TO NOTHING, SO
049993*    NEITHER LEG TOUCHES THE NET OR GROSS FIGURES, THE CURRENCY
049994*    POSITION OR THE GL BUCKETS - THE SETTLEMENT STEP PROVES THE
049995*    PAIRING. THE BRANCH MOVEMENT IS TAKEN EVEN WHEN THE ACCOUNT
049996*    IS UNUSABLE (2040 HAS ALREADY EXCEPTIONED IT), THE SAME WAY
049997*    AN ORIGINAL'S SUBTOTAL IS.
049998******************************************************************
049999 2065-APPLY-TRANSFER-LEG.
050000     ADD 1 TO WS-XFER-LEG-COUNT.
050001     IF TRAN-XFER-OUT
050002         COMPUTE WS-BRANCH-AMOUNT = 0 - WS-RESULT
050003     ELSE
050004         MOVE WS-RESULT TO WS-BRANCH-AMOUNT
050005     END-IF.
050006     PERFORM 2350-ACCUMULATE-BRANCH-TOTAL THRU 2350-EXIT.
050007     IF NOT WS-ACCT-OK
050008         GO TO 2065-EXIT
050009     END-IF.
050010     MOVE WS-BRANCH-AMOUNT TO WS-ACCT-AMOUNT.
050011     PERFORM 2090-POST-TO-ACCOUNT THRU 2090-EXIT.
050012 2065-EXIT.
050013     EXIT.
050014*
050015******************************************************************
050016* 2070-APPLY-REVERSAL.
050017*    BACKS OUT THE TRANSACTION NAMED BY THE CURRENT REVERSAL. THE
050018*    TARGET IS LOOKED UP THROUGH THE SECOND VIEW OF THE
050019*    TRANSACTION FILE - A REVERSAL POINTING AT A TRANSACTION THAT
050020*    IS NOT ON FILE GOES TO THE EXCEPTION FILE AND CHANGES
050021*    NOTHING. AN APPLIED REVERSAL SUBTRACTS ITS CONVERTED AMOUNT
050022*    FROM THE NET GRAND TOTAL, ROLLS INTO THE REVERSAL FIGURE AND
050023*    TAKES ITS ORIGINAL-CURRENCY AMOUNT BACK OUT OF ITS BRANCH
050024*    SUBTOTAL. A TRANSFER LEG CANNOT BE REVERSED ON ITS OWN -
050025*    THAT WOULD LEAVE ITS PARTNER STANDING - SO A REVERSAL
050026*    NAMING ONE IS EXCEPTIONED; A TRANSFER IS UNDONE BY KEYING
050027*    THE OPPOSITE TRANSFER.
050028*    AN APPLIED REVERSAL ALSO RECLAIMS THE IOF TAX ITS ORIGINAL
050029*    CARRIED (SEE 2082).
050030******************************************************************
050031 2070-APPLY-REVERSAL.
050032     MOVE TRAN-REVERSED-ID TO LKP-TRAN-ID.
050033     READ TRANSACTION-LOOKUP-FILE
050034         INVALID KEY
050035             MOVE "REVERSAL TARGET NOT ON FILE" TO
050036                 WS-EXCP-REASON-TEXT
050037             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050038             GO TO 2070-EXIT
050039     END-READ.
050040     IF LKP-TYPE-TRANSFER
050041         MOVE "REVERSAL OF A TRANSFER LEG" TO WS-EXCP-REASON-TEXT
050042         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050043         GO TO 2070-EXIT
050044     END-IF.
050045     SUBTRACT WS-CONVERTED FROM WS-GRAND-TOTAL
050046         ON SIZE ERROR
050047             MOVE "GRAND TOTAL OVERFLOW" TO WS-EXCP-REASON-TEXT
050049             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050052             GO TO 2070-EXIT
050055     END-SUBTRACT.
050056     ADD WS-CONVERTED TO WS-REVERSAL-TOTAL
050057         ON SIZE ERROR
050058             MOVE "REVERSAL TOTAL OVERFLOW" TO
050059                 WS-EXCP-REASON-TEXT
050060             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050061     END-ADD.
050062     COMPUTE WS-BRANCH-AMOUNT = 0 - WS-RESULT.
050063     PERFORM 2350-ACCUMULATE-BRANCH-TOTAL THRU 2350-EXIT.
050064     SET WS-CCY-IS-REVERSAL TO TRUE.
050065     PERFORM 2075-ACCUMULATE-CCY-TOTAL THRU 2075-EXIT.
050066     PERFORM 2080-ACCUMULATE-GL-BUCKET THRU 2080-EXIT.
050067     PERFORM 2082-RECLAIM-IOF-TAX THRU 2082-EXIT.
050068     COMPUTE WS-ACCT-AMOUNT = 0 - WS-RESULT.
050069     PERFORM 2090-POST-TO-ACCOUNT THRU 2090-EXIT.
050070 2070-EXIT.
050071     EXIT.
050072*
050073******************************************************************
050074* 2075-ACCUMULATE-CCY-TOTAL.
050075*    ROLLS THE CURRENT TRANSACTION'S ORIGINAL-CURRENCY AMOUNT
050076*    INTO ITS CURRENCY'S POSITION RECORD ON THE WORK FILE - GROSS
050077*    FOR AN ORIGINAL OR ADJUSTMENT, REVERSAL FOR AN APPLIED
050078*    REVERSAL - AND KEEPS THE RATE THE DAY CONVERTED AT. A
050079*    CURRENCY NOT SEEN YET GETS A NEW RECORD. A RECORD THAT
050081*    ALREADY CARRIES THIS TRANSACTION (A RESTART RETOTALING THE
050082*    ITEM IT FAILED ON) IS LEFT ALONE.
050083******************************************************************
050084 2075-ACCUMULATE-CCY-TOTAL.
050086     MOVE SPACES TO WK-KEY.
050087     SET WK-CCY-REC TO TRUE.
050088     MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY.
050090     PERFORM 2092-READ-WORK-RECORD THRU 2092-EXIT.
050091     IF WS-WK-FOUND
050092         IF WK-LAST-TRAN-ID = TRAN-ID
050093             GO TO 2075-EXIT
050095         END-IF
050096     ELSE
050097         MOVE SPACES TO TOTALS-WORK-RECORD
050098         SET WK-CCY-REC TO TRUE
050100         MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY
050101         MOVE ZEROS TO WK-C-GROSS
050102         MOVE ZEROS TO WK-C-REVERSAL
050103         MOVE ZEROS TO WK-C-TRAN-COUNT
050105         MOVE ZEROS TO WK-C-RATE
050106     END-IF.
050107     IF WS-CCY-IS-REVERSAL
050109         ADD WS-RESULT TO WK-C-REVERSAL
050110             ON SIZE ERROR
050111                 CONTINUE
050112         END-ADD
050114     ELSE
050115         ADD WS-RESULT TO WK-C-GROSS
050116             ON SIZE ERROR
050117                 CONTINUE
050119         END-ADD
050120     END-IF.
050121     ADD 1 TO WK-C-TRAN-COUNT.
050122     MOVE WS-RATE-APPLIED TO WK-C-RATE.
050124     PERFORM 2094-SAVE-WORK-RECORD THRU 2094-EXIT.
050125 2075-EXIT.
050126     EXIT.
050128*
050129******************************************************************
050130* 2080-ACCUMULATE-GL-BUCKET.
050132*    ROLLS THE CURRENT TRANSACTION'S CONVERTED AMOUNT INTO ITS GL
050133*    JOURNAL BUCKET ON THE WORK FILE - BRANCH + CURRENCY +
050134*    TRANSACTION TYPE, AN ORIGINAL KEYED WITH A BLANK TYPE
050136*    COUNTING AS O - THE SAME WAY AS THE POSITION RECORDS. A
050137*    BUCKET WHOSE AMOUNT OVERFLOWS MARKS THE JOURNAL INCOMPLETE SO
050138*    FINALIZE REFUSES IT RATHER THAN SEND A JOURNAL THAT DOES NOT
050140*    COVER THE DAY.
050141******************************************************************
050142 2080-ACCUMULATE-GL-BUCKET.
050144     IF TRAN-TYPE-REVERSAL OR TRAN-TYPE-ADJUSTMENT
050145         MOVE TRAN-TYPE TO WS-GLB-TYPE
050146     ELSE
050148         MOVE "O" TO WS-GLB-TYPE
050149     END-IF.
050150     MOVE SPACES TO WK-KEY.
050152     SET WK-GL-REC TO TRUE.
050153     MOVE TRAN-BRANCH TO WK-KEY-BRANCH.
050154     MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY.
050156     MOVE WS-GLB-TYPE TO WK-KEY-TRAN-TYPE.
050157     PERFORM 2092-READ-WORK-RECORD THRU 2092-EXIT.
050158     IF WS-WK-FOUND
050160         IF WK-LAST-TRAN-ID = TRAN-ID
050161             GO TO 2080-EXIT
050162         END-IF
050164     ELSE
050165         MOVE SPACES TO TOTALS-WORK-RECORD
050166         SET WK-GL-REC TO TRUE
050168         MOVE TRAN-BRANCH TO WK-KEY-BRANCH
050169         MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY
050170         MOVE WS-GLB-TYPE TO WK-KEY-TRAN-TYPE
050172         MOVE ZEROS TO WK-G-AMOUNT
050173         MOVE ZEROS TO WK-G-TRAN-COUNT
050174     END-IF.
050176     ADD WS-CONVERTED TO WK-G-AMOUNT
050177         ON SIZE ERROR
050178             SET WS-GL-INCOMPLETE TO TRUE
050180     END-ADD.
050181     ADD 1 TO WK-G-TRAN-COUNT.
050182     PERFORM 2094-SAVE-WORK-RECORD THRU 2094-EXIT.
050184 2080-EXIT.
050185     EXIT.
050186*
050187******************************************************************
050188* 2081-CHARGE-IOF-TAX.
050189*    CHARGES IOF TAX ON THE CURRENT ORIGINAL OR ADJUSTMENT WHEN IT
050190*    IS IN A FOREIGN CURRENCY - THE CONVERTED AMOUNT AT THE RATE
050191*    FOR ITS CURRENCY AND TYPE (SEE 2083) - INTO ITS BRANCH +
050192*    CURRENCY TAX RECORD AND THE TAX-CHARGED GL BUCKET. AN ITEM
050193*    WITH NO RATE ON FILE IS COUNTED UNTAXED ON THE TAX RECORD; A
050194*    ZERO RATE IS AN EXEMPTION AND TAXES IT AT NOTHING. A TAX
050195*    AMOUNT THAT OVERFLOWS IS EXCEPTIONED AND NOT CHARGED.
050196******************************************************************
050197 2081-CHARGE-IOF-TAX.
050198     IF TRAN-CURRENCY = WS-BASE-CURRENCY
050199         GO TO 2081-EXIT
050200     END-IF.
050201     MOVE "N" TO WS-TAX-RECLAIM-SW.
050202     IF TRAN-TYPE-ADJUSTMENT
050203         MOVE "A" TO WS-TAX-TYPE
050204     ELSE
050205         MOVE "O" TO WS-TAX-TYPE
050206     END-IF.
050207     MOVE TRAN-CURRENCY TO WS-TAX-CURRENCY.
050208     MOVE WS-CONVERTED TO WS-TAX-BASE.
050209     MOVE ZEROS TO WS-TAX-AMOUNT.
050210     PERFORM 2083-FIND-TAX-RATE THRU 2083-EXIT.
050211     IF WS-TAX-RATE-FOUND
050212         COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-BASE * WS-TAX-RATE
050213             ON SIZE ERROR
050214                 MOVE "IOF TAX OVERFLOW" TO WS-EXCP-REASON-TEXT
050215                 PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050216                 GO TO 2081-EXIT
050217         END-COMPUTE
050218     END-IF.
050219     PERFORM 2086-ACCUMULATE-TAX-RECORD THRU 2086-EXIT.
050220     IF WS-TAX-AMOUNT > ZEROS
050221         PERFORM 2087-ACCUMULATE-TAX-BUCKET THRU 2087-EXIT
050222     END-IF.
050223 2081-EXIT.
050224     EXIT.
050225*
050226******************************************************************
050227* 2082-RECLAIM-IOF-TAX.
050228*    RECLAIMS THE IOF TAX THE TRANSACTION BEING REVERSED WAS
050229*    CHARGED. THE ORIGINAL IS ON TODAY'S TRANSACTION FILE, SO ITS
050230*    TAX IS WORKED OUT AGAIN FROM ITS OWN AMOUNT AT TODAY'S RATES
050231*    - THE SAME FIGURE 2081 CHARGED - AND GOES TO THE TAX RECORD
050232*    AND THE TAX-RECLAIMED GL BUCKET. A BASE-CURRENCY ORIGINAL OR
050233*    A REVERSED REVERSAL CARRIED NO TAX, AND NEITHER DOES AN
050234*    ORIGINAL THAT FOUND NO RATE. A REVERSAL KEYED IN ANOTHER
050235*    CURRENCY THAN ITS ORIGINAL RECLAIMS NOTHING AND IS LOGGED.
050236******************************************************************
050237 2082-RECLAIM-IOF-TAX.
050238     IF LKP-CURRENCY = WS-BASE-CURRENCY
050239         OR LKP-TYPE-REVERSAL
050240         GO TO 2082-EXIT
050241     END-IF.
050242     IF LKP-CURRENCY NOT = TRAN-CURRENCY
050243         MOVE "IOF-TAX" TO WS-LOG-STEP
050244         MOVE SPACES TO WS-LOG-MESSAGE
050245         STRING "TXN " TRAN-ID " REVERSES A " LKP-CURRENCY
050246             " ITEM - NO IOF TAX RECLAIMED"
050247             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
050248         MOVE "W" TO WS-LOG-SEVERITY
050249         CALL "LOGWRT01" USING WS-LOG-PARMS
050250         MOVE "I" TO WS-LOG-SEVERITY
050251         GO TO 2082-EXIT
050252     END-IF.
050253     SET WS-TAX-IS-RECLAIM TO TRUE.
050254     IF LKP-TYPE-ADJUSTMENT
050255         MOVE "A" TO WS-TAX-TYPE
050256     ELSE
050257         MOVE "O" TO WS-TAX-TYPE
050258     END-IF.
050259     MOVE LKP-CURRENCY TO WS-TAX-CURRENCY.
050260     PERFORM 2083-FIND-TAX-RATE THRU 2083-EXIT.
050261     IF NOT WS-TAX-RATE-FOUND
050262         GO TO 2082-EXIT
050263     END-IF.
050264     COMPUTE WS-TAX-BASE ROUNDED =
050265         (LKP-N1 + LKP-N2) * WS-RATE-APPLIED
050266         ON SIZE ERROR
050267             MOVE "IOF TAX OVERFLOW" TO WS-EXCP-REASON-TEXT
050268             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050269             GO TO 2082-EXIT
050270     END-COMPUTE.
050271     COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-BASE * WS-TAX-RATE
050272         ON SIZE ERROR
050273             MOVE "IOF TAX OVERFLOW" TO WS-EXCP-REASON-TEXT
050274             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050275             GO TO 2082-EXIT
050276     END-COMPUTE.
050277     PERFORM 2086-ACCUMULATE-TAX-RECORD THRU 2086-EXIT.
050278     IF WS-TAX-AMOUNT > ZEROS
050279         PERFORM 2087-ACCUMULATE-TAX-BUCKET THRU 2087-EXIT
050280     END-IF.
050281 2082-EXIT.
050282     EXIT.
050283*
050284******************************************************************
050285* 2083-FIND-TAX-RATE.
050286*    FINDS THE IOF RATE IN FORCE ON THE BUSINESS DATE FOR THE
050287*    CURRENCY IN WS-TAX-CURRENCY AND THE TYPE IN WS-TAX-TYPE -
050288*    THE LATEST ONE EFFECTIVE ON OR BEFORE THE DATE - AND, WHEN
050289*    THE CURRENCY HAS NONE, THE "***" DEFAULT RATE FOR THE TYPE.
050290*    SETS WS-TAX-RATE-FOUND AND WS-TAX-RATE. NO RATE FILE MEANS
050292*    NO RATE.
050293******************************************************************
050294 2083-FIND-TAX-RATE.
050295     MOVE "N" TO WS-TAX-RATE-FOUND-SW.
050296     MOVE ZEROS TO WS-TAX-RATE.
050297     IF NOT WS-TXR-AVAILABLE
050298         GO TO 2083-EXIT
050299     END-IF.
050300     PERFORM 2084-SCAN-TAX-RATES THRU 2084-EXIT.
050301     IF WS-TAX-RATE-FOUND
050302         GO TO 2083-EXIT
050303     END-IF.
050304     MOVE "***" TO WS-TAX-CURRENCY.
050305     PERFORM 2084-SCAN-TAX-RATES THRU 2084-EXIT.
050306 2083-EXIT.
050307     EXIT.
050308*
050309******************************************************************
050310* 2084-SCAN-TAX-RATES.
050311*    POSITIONS THE IOF RATE FILE AT THE FIRST RATE FOR THE
050312*    CURRENCY AND TYPE AND READS FORWARD THROUGH THEIR RATES IN
050313*    EFFECTIVE-DATE ORDER, KEEPING THE LAST ONE IN FORCE.
050314******************************************************************
050315 2084-SCAN-TAX-RATES.
050316     MOVE "N" TO WS-TAX-SCAN-END-SW.
050317     MOVE WS-TAX-CURRENCY TO TXR-CURRENCY.
050318     MOVE WS-TAX-TYPE TO TXR-TRAN-TYPE.
050319     MOVE ZEROS TO TXR-EFF-DATE.
050320     START TAX-RATE-FILE KEY IS NOT LESS THAN TXR-KEY
050321         INVALID KEY
050322             GO TO 2084-EXIT
050323     END-START.
050324     PERFORM 2085-READ-TAX-RATE THRU 2085-EXIT
050325         UNTIL WS-TAX-SCAN-END.
050326 2084-EXIT.
050327     EXIT.
050328*
050329******************************************************************
050330* 2085-READ-TAX-RATE.
050331*    READS THE NEXT IOF RATE AND TAKES IT WHEN IT IS STILL FOR THE
050332*    CURRENCY AND TYPE BEING LOOKED UP AND ALREADY IN FORCE ON THE
050333*    BUSINESS DATE. ANYTHING ELSE ENDS THE SCAN.
050334******************************************************************
050335 2085-READ-TAX-RATE.
050336     READ TAX-RATE-FILE NEXT RECORD
050337         AT END
050338             SET WS-TAX-SCAN-END TO TRUE
050339             GO TO 2085-EXIT
050340     END-READ.
050341     IF TXR-CURRENCY NOT = WS-TAX-CURRENCY
050342         OR TXR-TRAN-TYPE NOT = WS-TAX-TYPE
050343         OR TXR-EFF-DATE > WS-RPT-RUN-DATE
050344         SET WS-TAX-SCAN-END TO TRUE
050345         GO TO 2085-EXIT
050346     END-IF.
050347     MOVE TXR-RATE TO WS-TAX-RATE.
050348     SET WS-TAX-RATE-FOUND TO TRUE.
050349 2085-EXIT.
050350     EXIT.
050351*
050352******************************************************************
050353* 2086-ACCUMULATE-TAX-RECORD.
050354*    ROLLS THE TAX JUST WORKED OUT INTO THE CURRENT TRANSACTION'S
050355*    BRANCH + CURRENCY TAX RECORD ON THE WORK FILE - BASE, TAX
050356*    AND COUNT AS CHARGED, OR TAX AND COUNT AS RECLAIMED, OR ONE
050357*    MORE ITEM UNTAXED WHEN NO RATE WAS FOUND. A CURRENCY NOT SEEN
050358*    YET AT THE BRANCH GETS A NEW RECORD. A RECORD THAT ALREADY
050359*    CARRIES THIS TRANSACTION (A RESTART RETOTALING THE ITEM IT
050360*    FAILED ON) IS LEFT ALONE.
050361******************************************************************
050362 2086-ACCUMULATE-TAX-RECORD.
050363     MOVE SPACES TO WK-KEY.
050364     SET WK-TAX-REC TO TRUE.
050365     MOVE TRAN-BRANCH TO WK-KEY-BRANCH.
050366     MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY.
050367     PERFORM 2092-READ-WORK-RECORD THRU 2092-EXIT.
050368     IF WS-WK-FOUND
050369         IF WK-LAST-TRAN-ID = TRAN-ID
050370             GO TO 2086-EXIT
050371         END-IF
050372     ELSE
050373         MOVE SPACES TO TOTALS-WORK-RECORD
050374         SET WK-TAX-REC TO TRUE
050375         MOVE TRAN-BRANCH TO WK-KEY-BRANCH
050376         MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY
050377         MOVE ZEROS TO WK-X-TAX-BASE
050378         MOVE ZEROS TO WK-X-TAX-CHARGED
050379         MOVE ZEROS TO WK-X-TAX-RECLAIMED
050380         MOVE ZEROS TO WK-X-TAX-COUNT
050381         MOVE ZEROS TO WK-X-RECLAIM-COUNT
050382         MOVE ZEROS TO WK-X-NO-RATE-COUNT
050383     END-IF.
050384     IF NOT WS-TAX-RATE-FOUND
050385         ADD 1 TO WK-X-NO-RATE-COUNT
050386         GO TO 2086-SAVE
050387     END-IF.
050388     IF WS-TAX-IS-RECLAIM
050389         ADD WS-TAX-AMOUNT TO WK-X-TAX-RECLAIMED
050390             ON SIZE ERROR
050391                 CONTINUE
050392         END-ADD
050393         ADD 1 TO WK-X-RECLAIM-COUNT
050394     ELSE
050395         ADD WS-TAX-BASE TO WK-X-TAX-BASE
050396             ON SIZE ERROR
050397                 CONTINUE
050399         END-ADD
050400         ADD WS-TAX-AMOUNT TO WK-X-TAX-CHARGED
050401             ON SIZE ERROR
050402                 CONTINUE
050403         END-ADD
050404         ADD 1 TO WK-X-TAX-COUNT
050405     END-IF.
050406 2086-SAVE.
050407     PERFORM 2094-SAVE-WORK-RECORD THRU 2094-EXIT.
050408 2086-EXIT.
050409     EXIT.
050410*
050411******************************************************************
050412* 2087-ACCUMULATE-TAX-BUCKET.
050413*    ROLLS THE TAX JUST WORKED OUT INTO ITS GL JOURNAL BUCKET ON
050414*    THE WORK FILE - BRANCH + CURRENCY + X FOR TAX CHARGED, Y FOR
050415*    TAX RECLAIMED - THE SAME WAY 2080 DOES THE ITEM ITSELF. THE
050416*    TAX BUCKETS ARE JOURNALED LIKE ANY OTHER BUT ARE NO PART OF
050417*    THE NET GRAND TOTAL.
050418******************************************************************
050419 2087-ACCUMULATE-TAX-BUCKET.
050420     IF WS-TAX-IS-RECLAIM
050421         MOVE "Y" TO WS-GLB-TYPE
050422     ELSE
050423         MOVE "X" TO WS-GLB-TYPE
050424     END-IF.
050425     MOVE SPACES TO WK-KEY.
050426     SET WK-GL-REC TO TRUE.
050427     MOVE TRAN-BRANCH TO WK-KEY-BRANCH.
050428     MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY.
050429     MOVE WS-GLB-TYPE TO WK-KEY-TRAN-TYPE.
050430     PERFORM 2092-READ-WORK-RECORD THRU 2092-EXIT.
050431     IF WS-WK-FOUND
050432         IF WK-LAST-TRAN-ID = TRAN-ID
050433             GO TO 2087-EXIT
050434         END-IF
050435     ELSE
050436         MOVE SPACES TO TOTALS-WORK-RECORD
050437         SET WK-GL-REC TO TRUE
050438         MOVE TRAN-BRANCH TO WK-KEY-BRANCH
050439         MOVE TRAN-CURRENCY TO WK-KEY-CURRENCY
050440         MOVE WS-GLB-TYPE TO WK-KEY-TRAN-TYPE
050441         MOVE ZEROS TO WK-G-AMOUNT
050442         MOVE ZEROS TO WK-G-TRAN-COUNT
050443     END-IF.
050444     ADD WS-TAX-AMOUNT TO WK-G-AMOUNT
050445         ON SIZE ERROR
050446             SET WS-GL-INCOMPLETE TO TRUE
050447     END-ADD.
050448     ADD 1 TO WK-G-TRAN-COUNT.
050449     PERFORM 2094-SAVE-WORK-RECORD THRU 2094-EXIT.
050450 2087-EXIT.
050451     EXIT.
050452*
050453******************************************************************
050454* 2090-POST-TO-ACCOUNT.
050455*    APPLIES WS-ACCT-AMOUNT TO THE ACCOUNT 2040 READ - RUNNING
050456*    BALANCE AND THE DAY'S NET MOVEMENT, WHICH STARTS AGAIN FROM
050457*    ZERO ON THE FIRST POSTING OF A NEW BUSINESS DATE - AND
050458*    STAMPS THE DATE, TRAN-ID AND RUN POSTED. AN ACCOUNT THAT
050459*    ALREADY CARRIES TODAY'S DATE FROM ANOTHER RUN IS A RERUN OF
050460*    THE DAY: THE MOVEMENT THAT RUN POSTED IS TAKEN BACK OUT OF
050461*    THE BALANCE AND THE DAY POSTED AFRESH, SO THE BALANCE HOLDS
050462*    THE DAY ONCE. A RESTARTED PARTITION KEEPS ITS FAILED RUN'S
050463*    STAMP AND RETOTALS ONLY THE ONE ITEM IT WAS ON WHEN IT
050464*    FAILED, SO AN ACCOUNT WHOSE LAST POSTING IN THIS RUN IS THIS
050465*    VERY TRAN-ID ALREADY TOOK IT BEFORE THE CHECKPOINT, AND IS
050466*    NOT POSTED TWICE.
050467******************************************************************
050468 2090-POST-TO-ACCOUNT.
050469     IF ACCT-LAST-POST-DATE = WS-RPT-RUN-DATE
050470         AND ACCT-POST-RUN-STAMP = WS-POST-RUN-STAMP
050471         AND TRAN-ID = ACCT-LAST-TRAN-ID
050472         GO TO 2090-EXIT
050473     END-IF.
050474     IF ACCT-LAST-POST-DATE NOT = WS-RPT-RUN-DATE
050475         MOVE ZEROS TO ACCT-DAY-MOVEMENT
050476     ELSE
050477         IF ACCT-POST-RUN-STAMP NOT = WS-POST-RUN-STAMP
050478             SUBTRACT ACCT-DAY-MOVEMENT FROM ACCT-BALANCE
050479                 ON SIZE ERROR
050480                     MOVE "ACCOUNT BALANCE OVERFLOW" TO
050481                         WS-EXCP-REASON-TEXT
050482                     PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050483                     GO TO 2090-EXIT
050484             END-SUBTRACT
050485             MOVE ZEROS TO ACCT-DAY-MOVEMENT
050486         END-IF
050487     END-IF.
050488     ADD WS-ACCT-AMOUNT TO ACCT-BALANCE
050489         ON SIZE ERROR
050490             MOVE "ACCOUNT BALANCE OVERFLOW" TO
050491                 WS-EXCP-REASON-TEXT
050492             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050493             GO TO 2090-EXIT
050494     END-ADD.
050495     ADD WS-ACCT-AMOUNT TO ACCT-DAY-MOVEMENT
050496         ON SIZE ERROR
050497             CONTINUE
050498     END-ADD.
050499     MOVE WS-RPT-RUN-DATE TO ACCT-LAST-POST-DATE.
050500     MOVE TRAN-ID TO ACCT-LAST-TRAN-ID.
050501     MOVE WS-POST-RUN-STAMP TO ACCT-POST-RUN-STAMP.
050502     REWRITE ACCOUNT-RECORD
050503         INVALID KEY
050504             MOVE "ACCOUNT POSTING FAILED" TO
050505                 WS-EXCP-REASON-TEXT
050506             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
050507             GO TO 2090-EXIT
050508     END-REWRITE.
050509     ADD 1 TO WS-ACCT-POSTED-COUNT.
050510 2090-EXIT.
050511     EXIT.
050512*
050513******************************************************************
050514* 2092-READ-WORK-RECORD.
050515*    READS THE WORK FILE RECORD FOR THE KEY THE CALLER BUILT IN
050516*    WK-KEY, SETTING WS-WK-FOUND WHEN IT IS THERE.
050517******************************************************************
050518 2092-READ-WORK-RECORD.
050519     MOVE "N" TO WS-WK-FOUND-SW.
050520     READ TOTALS-WORK-FILE
050521         INVALID KEY
050522             GO TO 2092-EXIT
050523     END-READ.
050524     SET WS-WK-FOUND TO TRUE.
050542 2092-EXIT.
050560     EXIT.
050578*
050596******************************************************************
050614* 2094-SAVE-WORK-RECORD.
050632*    STAMPS THE WORK FILE RECORD WITH THE TRANSACTION JUST ROLLED
050650*    INTO IT AND THE PARTITION THAT DID IT, THEN REWRITES IT - OR
050668*    WRITES IT, WHEN 2092 DID NOT FIND ONE.
050686******************************************************************
050704 2094-SAVE-WORK-RECORD.
050722     MOVE TRAN-ID TO WK-LAST-TRAN-ID.
050740     MOVE WS-PART-NUMBER TO WK-PARTITION.
050758     IF WS-WK-FOUND
050776         REWRITE TOTALS-WORK-RECORD
050795             INVALID KEY
050813                 CONTINUE
050831         END-REWRITE
050849     ELSE
050867         WRITE TOTALS-WORK-RECORD
050885             INVALID KEY
050903                 CONTINUE
050921         END-WRITE
050939     END-IF.
050957 2094-EXIT.
050975     EXIT.
050993*
051011******************************************************************
051029* 2100-READ-TRANSACTION.
051047*    READS THE NEXT TRANSACTION IN BRANCH ORDER, SETTING WS-EOF
051065*    WHEN THE FILE IS EXHAUSTED OR THE PARTITION'S RANGE ENDS.
051083******************************************************************
051101 2100-READ-TRANSACTION.
051119     READ TRANSACTION-FILE NEXT RECORD
051137         AT END
051155             SET WS-EOF TO TRUE
051173             GO TO 2100-EXIT
051191     END-READ.
051209     IF TRAN-BRANCH > WS-PART-HIGH
051227         SET WS-EOF TO TRUE
051245     END-IF.
051263 2100-EXIT.
051281     EXIT.
051300*
051400******************************************************************
051505* 2150-POSITION-TRANSACTIONS.
051611*    POSITIONS THE TRANSACTION FILE AT THE FIRST ITEM OF THE
051716*    PARTITION'S RANGE BY A KEYED START ON THE TRAN-BRANCH
051822*    ALTERNATE KEY, SO THE PARTITION READS ONLY ITS OWN BRANCHES,
051927*    AND READS IT. AN EMPTY RANGE ENDS THE PARTITION AT ONCE.
052033******************************************************************
052138 2150-POSITION-TRANSACTIONS.
052244     MOVE WS-PART-LOW TO TRAN-BRANCH.
052350     START TRANSACTION-FILE KEY IS GREATER THAN TRAN-BRANCH
052455         INVALID KEY
052561             SET WS-EOF TO TRUE
052666     END-START.
052772     IF NOT WS-EOF
052877         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
052983     END-IF.
053088 2150-EXIT.
053194     EXIT.
053300*
053400******************************************************************
053500* 2200-WRITE-EXCEPTION.
055700 2200-EXIT.
055800     EXIT.
055900*
055936******************************************************************
055972* 2300-RECORD-DETAIL-LINE.
056008*    RECORDS THE CURRENT TRANSACTION ON THE WORK FILE FOR ITS
056044*    REPORT DETAIL LINE. ONE ALREADY THERE WAS RECORDED BEFORE A
056081*    RESTART AND IS LEFT AS IT IS.
056117******************************************************************
056153 2300-RECORD-DETAIL-LINE.
056189     MOVE SPACES TO TOTALS-WORK-RECORD.
056225     SET WK-DETAIL-REC TO TRUE.
056262     MOVE TRAN-ID TO WK-KEY-TRAN-ID.
056298     MOVE WS-PART-NUMBER TO WK-PARTITION.
056334     MOVE TRAN-ID TO WK-LAST-TRAN-ID.
056370     MOVE WS-N1 TO WK-D-N1.
056406     MOVE WS-N2 TO WK-D-N2.
056443     MOVE WS-RESULT TO WK-D-RESULT.
056479     MOVE TRAN-BRANCH TO WK-D-BRANCH.
056515     MOVE TRAN-CURRENCY TO WK-D-CURRENCY.
056551     EVALUATE TRUE
056587         WHEN TRAN-TYPE-REVERSAL
056624             MOVE "R" TO WK-D-TYPE-FLAG
056660         WHEN TRAN-TYPE-ADJUSTMENT
056696             MOVE "A" TO WK-D-TYPE-FLAG
056732         WHEN TRAN-TYPE-TRANSFER
056768             MOVE "T" TO WK-D-TYPE-FLAG
056805         WHEN OTHER
056841             MOVE SPACE TO WK-D-TYPE-FLAG
056877     END-EVALUATE.
056913     WRITE TOTALS-WORK-RECORD
056950         INVALID KEY
056986             CONTINUE
057022     END-WRITE.
057058 2300-EXIT.
057094     EXIT.
057131*
057167******************************************************************
057203* 2310-PRINT-DETAIL-LINE.
057239*    WRITES ONE REPORT DETAIL LINE FROM THE DETAIL RECORD JUST
057275*    READ, BREAKS TO A NEW PAGE ONCE THE PAGE IS FULL, AND READS
057312*    THE NEXT ONE.
057348******************************************************************
057384 2310-PRINT-DETAIL-LINE.
057420     MOVE WK-KEY-TRAN-ID TO D-TRAN-ID.
057456     MOVE WK-D-N1 TO D-N1.
057493     MOVE WK-D-N2 TO D-N2.
057529     MOVE WK-D-RESULT TO D-RESULT.
057565     MOVE WK-D-BRANCH TO D-BRANCH.
057601     MOVE WK-D-CURRENCY TO D-CURRENCY.
057637     MOVE WK-D-TYPE-FLAG TO D-TYPE-FLAG.
057674     MOVE WS-RPT-DETAIL-LINE TO REPORT-RECORD.
057710     WRITE REPORT-RECORD.
057746     ADD 1 TO WS-RPT-LINES-ON-PAGE.
057782     IF WS-RPT-LINES-ON-PAGE >= WS-RPT-MAX-LINES-PER-PAGE
057818         PERFORM 1100-PRINT-PAGE-HEADER THRU 1100-EXIT
057855     END-IF.
057891     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
057927 2310-EXIT.
057963     EXIT.
058000*
058102******************************************************************
058204* 2350-ACCUMULATE-BRANCH-TOTAL.
058306*    ADDS WS-BRANCH-AMOUNT TO THE RUNNING SUBTOTAL ON THE CURRENT
058408*    TRANSACTION'S BRANCH RECORD, WITH ITS COUNT AND COMMISSION.
058510*    A BRANCH WITH NO RECORD YET (NOT ON THE MASTER) GETS ONE,
058612*    FLAGGED BY NAME, AT ITS SCHEDULE OR THE DEFAULT RATE. A
058714*    RECORD THAT ALREADY CARRIES THIS TRANSACTION (A RESTART
058816*    RETOTALING THE ITEM IT FAILED ON) IS LEFT ALONE.
058918******************************************************************
059020 2350-ACCUMULATE-BRANCH-TOTAL.
059122     MOVE SPACES TO WK-KEY.
059224     SET WK-BRANCH-REC TO TRUE.
059326     MOVE TRAN-BRANCH TO WK-KEY-BRANCH.
059428     PERFORM 2092-READ-WORK-RECORD THRU 2092-EXIT.
059530     IF WS-WK-FOUND
059632         IF WK-LAST-TRAN-ID = TRAN-ID
059734             GO TO 2350-EXIT
059836         END-IF
059938     ELSE
060040         MOVE SPACES TO TOTALS-WORK-RECORD
060142         SET WK-BRANCH-REC TO TRUE
060244         MOVE TRAN-BRANCH TO WK-KEY-BRANCH
060346         MOVE "(NOT ON MASTER)" TO WK-B-NAME
060448         MOVE TRAN-CURRENCY TO WK-B-CURRENCY
060551         MOVE ZEROS TO WK-B-SUBTOTAL
060653         MOVE ZEROS TO WK-B-TRAN-COUNT
060755         MOVE ZEROS TO WK-B-COMMISSION
060857         MOVE TRAN-BRANCH TO COM-BRANCH
060959         PERFORM 1320-FIND-COMM-RATE THRU 1320-EXIT
061061         MOVE WS-FOUND-COMM-RATE TO WK-B-COMM-RATE
061163     END-IF.
061265     ADD WS-BRANCH-AMOUNT TO WK-B-SUBTOTAL
061367         ON SIZE ERROR
061469             MOVE "BRANCH SUBTOTAL OVERFLOW" TO
061571                 WS-EXCP-REASON-TEXT
061673             PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
061775     END-ADD.
061877     ADD 1 TO WK-B-TRAN-COUNT.
061979     IF NOT TRAN-TYPE-TRANSFER
062081         COMPUTE WK-B-COMMISSION ROUNDED =
062183             WK-B-COMMISSION + WS-RESULT * WK-B-COMM-RATE
062285             ON SIZE ERROR
062387                 CONTINUE
062489         END-COMPUTE
062591     END-IF.
062693     PERFORM 2094-SAVE-WORK-RECORD THRU 2094-EXIT.
062795 2350-EXIT.
062897     EXIT.
063000*
063021******************************************************************
063043* 2380-WRITE-DAILY-REPORT.
063065*    THE MERGE'S REPORT STEP. WRITES THE WHOLE DAILY TOTALS REPORT
063087*    FROM THE WORK FILE IN ONE GO ONCE EVERY PARTITION IS IN - THE
063109*    HEADER, A DETAIL LINE PER TRANSACTION IN TRAN-ID ORDER,
063130*    THEN THE TOTAL, BRANCH AND RATE LINES. A RERUN AFTER A
063152*    FAILURE WRITES THE REPORT AFRESH; ONLY ITS FIRST CREATION IS
063163*    INDEXED.
063174******************************************************************
063196 2380-WRITE-DAILY-REPORT.
063218     MOVE WS-RPT-RUN-DATE TO WS-RPT-DATE-X.
063240     MOVE SPACES TO WS-RPT-FILE-NAME.
063261     STRING "DTLRPT." WS-RPT-DATE-X DELIMITED BY SIZE
063283         INTO WS-RPT-FILE-NAME.
063305     OPEN EXTEND REPORT-FILE.
063327     IF WS-RPT-FILE-NOT-FOUND
063349         CLOSE REPORT-FILE
063371         OPEN OUTPUT REPORT-FILE
063392         MOVE "DTLRPT" TO WS-RIX-TYPE
063414         MOVE WS-RPT-FILE-NAME TO WS-RIX-NAME
063436         PERFORM 1150-RECORD-REPORT-INDEX THRU 1150-EXIT
063458     ELSE
063480         CLOSE REPORT-FILE
063502         OPEN OUTPUT REPORT-FILE
063523     END-IF.
063545     PERFORM 1100-PRINT-PAGE-HEADER THRU 1100-EXIT.
063567     MOVE "D" TO WS-WK-TYPE.
063589     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
063611     PERFORM 2310-PRINT-DETAIL-LINE THRU 2310-EXIT
063633         UNTIL WS-WK-EOF.
063654     PERFORM 2400-PRINT-TOTAL-LINE THRU 2400-EXIT.
063676     CLOSE REPORT-FILE.
063698 2380-EXIT.
063720     EXIT.
063742*
063764******************************************************************
063785* 2390-START-WORK-TYPE.
063807*    POSITIONS THE WORK FILE AT THE FIRST RECORD OF THE TYPE IN
063829*    WS-WK-TYPE AND READS IT. WS-WK-EOF IS SET WHEN THERE IS NONE
063851*    (OR NO WORK FILE AT ALL, ON A RUN THAT NEVER GOT STARTED).
063873******************************************************************
063895 2390-START-WORK-TYPE.
063916     MOVE "N" TO WS-WK-EOF-SW.
063938     IF NOT WS-WK-OPEN
063960         SET WS-WK-EOF TO TRUE
063982         GO TO 2390-EXIT
064004     END-IF.
064026     MOVE LOW-VALUES TO WK-KEY.
064047     MOVE WS-WK-TYPE TO WK-REC-TYPE.
064069     START TOTALS-WORK-FILE KEY IS NOT LESS THAN WK-KEY
064091         INVALID KEY
064113             SET WS-WK-EOF TO TRUE
064135             GO TO 2390-EXIT
064157     END-START.
064178     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
064200 2390-EXIT.
064222     EXIT.
064244*
064266******************************************************************
064288* 2395-READ-WORK-TYPE.
064309*    READS THE NEXT WORK FILE RECORD, SETTING WS-WK-EOF AT THE
064331*    END OF THE FILE OR OF THE RECORD TYPE BEING READ.
064353******************************************************************
064375 2395-READ-WORK-TYPE.
064397     READ TOTALS-WORK-FILE NEXT RECORD
064419         AT END
064440             SET WS-WK-EOF TO TRUE
064462             GO TO 2395-EXIT
064484     END-READ.
064506     IF WK-REC-TYPE NOT = WS-WK-TYPE
064528         SET WS-WK-EOF TO TRUE
064550     END-IF.
064571 2395-EXIT.
064593     EXIT.
064615*
064637******************************************************************
064659* 2400-PRINT-TOTAL-LINE.
064680*    WRITES THE GRAND TOTAL FOOTER LINES THAT CLOSE OUT THE
064702*    REPORT, THEN A SUBTOTAL LINE PER BRANCH AND THE RATE EACH
064716*    FOREIGN CURRENCY CONVERTED AT, BOTH OFF THE WORK FILE, AND
064731*    THE IOF TAX LINES (SEE 2470).
064746******************************************************************
064768 2400-PRINT-TOTAL-LINE.
064790     MOVE WS-TRAN-COUNT TO T-TRAN-COUNT.
064811     MOVE WS-GRAND-TOTAL TO T-GRAND-TOTAL.
064833     MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD.
064855     WRITE REPORT-RECORD.
064877     MOVE WS-GROSS-TOTAL TO G-GROSS-TOTAL.
064899     MOVE WS-REVERSAL-TOTAL TO G-REVERSAL-TOTAL.
064921     MOVE WS-RPT-GROSS-LINE TO REPORT-RECORD.
064942     WRITE REPORT-RECORD.
064964     MOVE "B" TO WS-WK-TYPE.
064986     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
065008     PERFORM 2450-PRINT-BRANCH-SUBTOTALS THRU 2450-EXIT
065030         UNTIL WS-WK-EOF.
065052     MOVE "N" TO WS-RATES-HDR-SW.
065073     MOVE "C" TO WS-WK-TYPE.
065095     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
065117     PERFORM 2460-PRINT-RATE-USED THRU 2460-EXIT
065139         UNTIL WS-WK-EOF.
065140     MOVE "N" TO WS-TAX-HDR-SW.
065141     MOVE ZEROS TO WS-TAX-CHARGED-TOTAL.
065142     MOVE ZEROS TO WS-TAX-RECLAIMED-TOTAL.
065143     MOVE ZEROS TO WS-TAX-NO-RATE-TOTAL.
065144     MOVE "X" TO WS-WK-TYPE.
065145     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
065146     PERFORM 2470-PRINT-TAX-LINE THRU 2470-EXIT
065147         UNTIL WS-WK-EOF.
065148     IF NOT WS-TAX-HDR-DONE
065149         GO TO 2400-EXIT
065150     END-IF.
065151     MOVE WS-TAX-CHARGED-TOTAL TO TXT-CHARGED.
065152     MOVE WS-TAX-RECLAIMED-TOTAL TO TXT-RECLAIMED.
065153     COMPUTE TXT-NET =
065156         WS-TAX-CHARGED-TOTAL - WS-TAX-RECLAIMED-TOTAL.
065159     MOVE WS-RPT-TAX-TOTAL-LINE TO REPORT-RECORD.
065162     WRITE REPORT-RECORD.
065165     IF WS-TAX-NO-RATE-TOTAL > ZEROS
065168         MOVE WS-TAX-NO-RATE-TOTAL TO TXN-COUNT
065171         MOVE WS-RPT-TAX-NO-RATE-LINE TO REPORT-RECORD
065174         WRITE REPORT-RECORD
065177     END-IF.
065180 2400-EXIT.
065183     EXIT.
065204*
065226******************************************************************
065248* 2450-PRINT-BRANCH-SUBTOTALS.
065270*    WRITES ONE SUBTOTAL LINE FOR THE BRANCH RECORD JUST READ AND
065292*    READS THE NEXT.
065314******************************************************************
065335 2450-PRINT-BRANCH-SUBTOTALS.
065357     MOVE WK-KEY-BRANCH TO BR-BRANCH.
065379     MOVE WK-B-NAME TO BR-PRT-NAME.
065401     MOVE WK-B-CURRENCY TO BR-CURRENCY.
065423     MOVE WK-B-SUBTOTAL TO BR-SUBTOTAL.
065445     MOVE WK-B-TRAN-COUNT TO BR-TRAN-COUNT.
065466     MOVE WS-RPT-BRANCH-LINE TO REPORT-RECORD.
065488     WRITE REPORT-RECORD.
065510     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
065532 2450-EXIT.
065554     EXIT.
065576*
065597******************************************************************
065619* 2460-PRINT-RATE-USED.
065641*    WRITES ONE RATE-USED LINE FOR THE CURRENCY RECORD JUST READ -
065663*    PRECEDED, THE FIRST TIME, BY THE RATES HEADER - AND READS THE
065685*    NEXT. THE BASE CURRENCY CONVERTS AT 1 AND IS NOT LISTED.
065707******************************************************************
065728 2460-PRINT-RATE-USED.
065750     IF WK-KEY-CURRENCY = WS-BASE-CURRENCY
065772         GO TO 2460-NEXT
065794     END-IF.
065816     IF NOT WS-RATES-HDR-DONE
065838         MOVE WS-RPT-RATES-HEADER TO REPORT-RECORD
065859         WRITE REPORT-RECORD
065881         SET WS-RATES-HDR-DONE TO TRUE
065903     END-IF.
065925     MOVE WK-KEY-CURRENCY TO RT-CCY.
065947     MOVE WK-C-RATE TO RT-RATE.
065969     MOVE WS-RPT-RATE-LINE TO REPORT-RECORD.
065990     WRITE REPORT-RECORD.
066012 2460-NEXT.
066034     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
066056 2460-EXIT.
066078     EXIT.
066080*
066083******************************************************************
066085* 2470-PRINT-TAX-LINE.
066088*    WRITES ONE IOF TAX LINE FOR THE TAX RECORD JUST READ -
066091*    PRECEDED, THE FIRST TIME, BY THE TAX HEADER - ADDS IT INTO
066093*    THE DAY'S TAX FIGURES AND READS THE NEXT.
066096******************************************************************
066099 2470-PRINT-TAX-LINE.
066101     IF NOT WS-TAX-HDR-DONE
066104         MOVE WS-RPT-TAX-HEADER TO REPORT-RECORD
066107         WRITE REPORT-RECORD
066109         SET WS-TAX-HDR-DONE TO TRUE
066112     END-IF.
066115     MOVE WK-KEY-BRANCH TO TX-BRANCH.
066117     MOVE WK-KEY-CURRENCY TO TX-CCY.
066120     MOVE WK-X-TAX-BASE TO TX-BASE.
066122     MOVE WK-X-TAX-CHARGED TO TX-CHARGED.
066125     MOVE WK-X-TAX-RECLAIMED TO TX-RECLAIMED.
066128     MOVE WS-RPT-TAX-LINE TO REPORT-RECORD.
066130     WRITE REPORT-RECORD.
066133     ADD WK-X-TAX-CHARGED TO WS-TAX-CHARGED-TOTAL.
066136     ADD WK-X-TAX-RECLAIMED TO WS-TAX-RECLAIMED-TOTAL.
066138     ADD WK-X-NO-RATE-COUNT TO WS-TAX-NO-RATE-TOTAL.
066141     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
066144 2470-EXIT.
066146     EXIT.
066149*
066152******************************************************************
066205* 2500-WRITE-CHECKPOINT.
066258*    REWRITES THE CURRENT PARTITION'S CHECKPOINT RECORD - OR
066311*    WRITES IT, THE FIRST TIME - AFTER EACH TRANSACTION IS
066363*    SUCCESSFULLY TOTALED AND WHEN THE PARTITION STARTS AND ENDS,
066416*    SO A RESTART CAN SKIP WHAT ALREADY POSTED INSTEAD OF
066469*    DOUBLE-COUNTING IT.
066522******************************************************************
066575 2500-WRITE-CHECKPOINT.
066627     MOVE SPACES TO CHECKPOINT-RECORD.
066680     MOVE WS-PART-NUMBER TO CKPT-PARTITION.
066733     MOVE WS-PART-LOW TO CKPT-LOW-BRANCH.
066786     MOVE WS-PART-HIGH TO CKPT-HIGH-BRANCH.
066838     MOVE WS-PART-STATUS TO CKPT-STATUS.
066891     MOVE WS-CKPT-LAST-TRAN-ID TO CKPT-LAST-TRAN-ID.
066944     MOVE WS-PART-LAST-BRANCH TO CKPT-LAST-BRANCH.
066997     MOVE WS-PART-BRANCH-DONE TO CKPT-BRANCH-DONE.
067050     MOVE WS-TRAN-COUNT TO CKPT-TRAN-COUNT.
067102     MOVE WS-GRAND-TOTAL TO CKPT-GRAND-TOTAL.
067155     MOVE WS-GROSS-TOTAL TO CKPT-GROSS-TOTAL.
067208     MOVE WS-REVERSAL-TOTAL TO CKPT-REVERSAL-TOTAL.
067261     MOVE WS-ACCT-POSTED-COUNT TO CKPT-ACCT-POSTED-COUNT.
067313     MOVE WS-ACCT-REFUSED-COUNT TO CKPT-ACCT-REFUSED-COUNT.
067366     MOVE WS-XFER-LEG-COUNT TO CKPT-XFER-LEG-COUNT.
067419     MOVE WS-EXCEPTION-SW TO CKPT-EXCEPTION-SW.
067472     MOVE WS-GL-INCOMPLETE-SW TO CKPT-GL-INCOMPLETE-SW.
067498     MOVE WS-POST-RUN-STAMP TO CKPT-RUN-STAMP.
067525     REWRITE CHECKPOINT-RECORD
067577         INVALID KEY
067630             WRITE CHECKPOINT-RECORD
067683                 INVALID KEY
067736                     CONTINUE
067788             END-WRITE
067841     END-REWRITE.
067894 2500-EXIT.
067947     EXIT.
068000*
068150******************************************************************
068300* 2600-CLEAR-CHECKPOINT.
068450*    CALLED ONLY WHEN EVERY PARTITION IS IN AND THE MERGE RUNS.
068600*    EMPTIES THE CHECKPOINT FILE SO THE NEXT RUN STARTS FRESH
068750*    INSTEAD OF THINKING IT IS RESTARTING A CRASHED ONE.
068900******************************************************************
069050 2600-CLEAR-CHECKPOINT.
069200     OPEN OUTPUT CHECKPOINT-FILE.
069350     CLOSE CHECKPOINT-FILE.
069500 2600-EXIT.
069650     EXIT.
069800*
069900******************************************************************
070000* 2700-WRITE-JOB-HISTORY.
071450     ACCEPT WS-END-TIME FROM TIME.
071500     MOVE WS-END-TIME TO JH-END-TIME.
071600     MOVE RETURN-CODE TO JH-RETURN-CODE.
071614     IF WS-GL-REFUSED AND JH-RETURN-CODE < 12
071628         MOVE 12 TO JH-RETURN-CODE
071642     END-IF.
071657     IF WS-EXCEPTION-RAISED AND JH-RETURN-CODE < 8
071671         MOVE 8 TO JH-RETURN-CODE
071685     END-IF.
071700     MOVE WS-TRAN-COUNT TO JH-TRAN-COUNT.
071750     MOVE ZEROS TO JH-OPERATOR-ID.
071800     WRITE JOB-HIST-RECORD.
072200*
072300******************************************************************
072400* 2800-WRITE-GL-EXTRACT.
072500*    APPENDS THIS RUN'S GENERAL LEDGER JOURNAL - A DEBIT LINE AND
072600*    A CREDIT LINE FOR EVERY GL BUCKET, EACH TO THE ACCOUNT THE
072700*    GL ACCOUNT-MAPPING FILE NAMES FOR THE BUCKET, THEN ONE
072710*    CONTROL TRAILER CARRYING THE LINE COUNT, THE DEBIT AND
072720*    CREDIT TOTALS AND THE RUN'S TRANSACTION COUNT AND GRAND
072730*    TOTAL. EVERY BUCKET IS CHECKED AGAINST THE MAPPING FILE
072740*    FIRST: ONE UNMAPPED BUCKET, OR A BUCKET WHOSE AMOUNT COULD
072750*    NOT BE HELD, REFUSES THE JOURNAL - NOTHING IS
072760*    WRITTEN, EACH GAP IS LOGGED AND THE RUN ENDS RC 12 SO THE
072770*    MAPPING IS FIXED BEFORE THE LEDGER IS FED.
072800******************************************************************
072900 2800-WRITE-GL-EXTRACT.
072910     MOVE "GL-JOURNAL" TO WS-LOG-STEP.
072920     MOVE ZEROS TO WS-GL-UNMAPPED-COUNT.
072930     MOVE "N" TO WS-GL-REFUSED-SW.
072939     OPEN INPUT GL-MAP-FILE.
072948     MOVE "G" TO WS-WK-TYPE.
072958     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
072967     IF WS-GLM-FILE-STATUS NOT = "00"
072977         IF NOT WS-WK-EOF
072986             MOVE "GL ACCOUNT-MAPPING FILE NOT AVAILABLE"
072995                 TO WS-LOG-MESSAGE
073005             MOVE "W" TO WS-LOG-SEVERITY
073014             CALL "LOGWRT01" USING WS-LOG-PARMS
073024             MOVE "I" TO WS-LOG-SEVERITY
073033             SET WS-GL-REFUSED TO TRUE
073042         END-IF
073052     ELSE
073061         PERFORM 2810-CHECK-GL-MAPPING THRU 2810-EXIT
073071             UNTIL WS-WK-EOF
073080     END-IF.
073090     IF WS-GL-UNMAPPED-COUNT > ZEROS OR WS-GL-INCOMPLETE
073100         SET WS-GL-REFUSED TO TRUE
073110     END-IF.
073120     IF WS-GL-REFUSED
073125         MOVE SPACES TO WS-LOG-MESSAGE
073130         STRING "GL JOURNAL REFUSED - " WS-GL-UNMAPPED-COUNT
073140             " UNMAPPED BUCKET(S) - NOTHING SENT TO THE LEDGER"
073150             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
073160         MOVE "S" TO WS-LOG-SEVERITY
073170         CALL "LOGWRT01" USING WS-LOG-PARMS
073180         MOVE "I" TO WS-LOG-SEVERITY
073220         GO TO 2800-CLOSE-MAP
073230     END-IF.
073240     OPEN EXTEND GL-EXTRACT-FILE.
073250     IF WS-GLX-FILE-NOT-FOUND
073260         CLOSE GL-EXTRACT-FILE
073270         OPEN OUTPUT GL-EXTRACT-FILE
073280     END-IF.
073290     MOVE ZEROS TO WS-GL-LINE-NUMBER.
073300     MOVE ZEROS TO WS-GL-DEBIT-TOTAL.
073310     MOVE ZEROS TO WS-GL-CREDIT-TOTAL.
073320     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
073330     PERFORM 2820-WRITE-GL-LINES THRU 2820-EXIT
073340         UNTIL WS-WK-EOF.
073350     MOVE SPACES TO GL-EXTRACT-RECORD.
073360     MOVE "HELLOWORLD" TO GL-SOURCE-SYSTEM.
073370     MOVE WS-RPT-RUN-DATE TO GL-RUN-DATE.
073380     MOVE WS-RPT-RUN-TIME TO GL-RUN-TIME.
073390     SET GL-CONTROL-TRAILER TO TRUE.
073400     MOVE WS-TRAN-COUNT TO GL-TRAN-COUNT.
073410     MOVE WS-GL-LINE-NUMBER TO GL-LINE-COUNT.
073420     MOVE WS-GL-DEBIT-TOTAL TO GL-DEBIT-TOTAL.
073430     MOVE WS-GL-CREDIT-TOTAL TO GL-CREDIT-TOTAL.
073440     MOVE WS-GRAND-TOTAL TO GL-GRAND-TOTAL.
073450     WRITE GL-EXTRACT-RECORD.
073460     CLOSE GL-EXTRACT-FILE.
073470 2800-CLOSE-MAP.
073480     IF WS-GLM-FILE-STATUS = "00"
073490         CLOSE GL-MAP-FILE
073500     END-IF.
073514 2800-EXIT.
073528     EXIT.
073542*
073556******************************************************************
073569* 2810-CHECK-GL-MAPPING.
073582*    LOOKS UP THE BUCKET JUST READ ON THE GL ACCOUNT-MAPPING FILE,
073595*    LOGS IT WHEN NO MAPPING EXISTS, AND READS THE NEXT BUCKET.
073608******************************************************************
073621 2810-CHECK-GL-MAPPING.
073634     MOVE WK-KEY-BRANCH TO GLM-BRANCH.
073647     MOVE WK-KEY-CURRENCY TO GLM-CURRENCY.
073660     MOVE WK-KEY-TRAN-TYPE TO GLM-TRAN-TYPE.
073673     READ GL-MAP-FILE
073686         INVALID KEY
073699             ADD 1 TO WS-GL-UNMAPPED-COUNT
073712             MOVE SPACES TO WS-LOG-MESSAGE
073725             STRING "NO GL MAPPING FOR BRANCH " GLM-BRANCH
073738                 " CCY " GLM-CURRENCY " TYPE " GLM-TRAN-TYPE
073751                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
073764             MOVE "W" TO WS-LOG-SEVERITY
073777             CALL "LOGWRT01" USING WS-LOG-PARMS
073790             MOVE "I" TO WS-LOG-SEVERITY
073803     END-READ.
073816     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
073829 2810-EXIT.
073842     EXIT.
073855*
073869******************************************************************
073882* 2820-WRITE-GL-LINES.
073895*    WRITES THE DEBIT AND CREDIT LINE FOR THE BUCKET JUST READ
073908*    AND READS THE NEXT. THE MAPPING WAS PROVEN PRESENT BY 2810,
073921*    SO THE READ HERE ONLY FETCHES THE TWO ACCOUNTS.
073934******************************************************************
073948 2820-WRITE-GL-LINES.
073961     MOVE WK-KEY-BRANCH TO GLM-BRANCH.
073974     MOVE WK-KEY-CURRENCY TO GLM-CURRENCY.
073987     MOVE WK-KEY-TRAN-TYPE TO GLM-TRAN-TYPE.
074000     READ GL-MAP-FILE
074014         INVALID KEY
074027             GO TO 2820-NEXT
074040     END-READ.
074053     MOVE SPACES TO GL-EXTRACT-RECORD.
074066     MOVE "HELLOWORLD" TO GL-SOURCE-SYSTEM.
074080     MOVE WS-RPT-RUN-DATE TO GL-RUN-DATE.
074093     MOVE WS-RPT-RUN-TIME TO GL-RUN-TIME.
074106     SET GL-JOURNAL-LINE TO TRUE.
074119     MOVE WK-KEY-BRANCH TO GL-LINE-BRANCH.
074132     MOVE WK-KEY-CURRENCY TO GL-LINE-CURRENCY.
074146     MOVE WK-KEY-TRAN-TYPE TO GL-LINE-TRAN-TYPE.
074159     MOVE WK-G-AMOUNT TO GL-LINE-AMOUNT.
074172     MOVE WK-G-TRAN-COUNT TO GL-LINE-TRAN-COUNT.
074185     ADD 1 TO WS-GL-LINE-NUMBER.
074198     MOVE WS-GL-LINE-NUMBER TO GL-LINE-NUMBER.
074212     MOVE GLM-DEBIT-ACCOUNT TO GL-ACCOUNT.
074225     SET GL-DEBIT-LINE TO TRUE.
074238     ADD WK-G-AMOUNT TO WS-GL-DEBIT-TOTAL.
074251     WRITE GL-EXTRACT-RECORD.
074264     ADD 1 TO WS-GL-LINE-NUMBER.
074278     MOVE WS-GL-LINE-NUMBER TO GL-LINE-NUMBER.
074291     MOVE GLM-CREDIT-ACCOUNT TO GL-ACCOUNT.
074304     SET GL-CREDIT-LINE TO TRUE.
074317     ADD WK-G-AMOUNT TO WS-GL-CREDIT-TOTAL.
074330     WRITE GL-EXTRACT-RECORD.
074344     ADD 1 TO WS-GL-BUCKET-COUNT.
074357 2820-NEXT.
074370     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
074383 2820-EXIT.
074396     EXIT.
074410*
074420******************************************************************
074430* 2850-WRITE-POSITION-EXTRACT.
074600         MOVE WS-POS-FILE-NAME TO WS-RIX-NAME
074610         PERFORM 1150-RECORD-REPORT-INDEX THRU 1150-EXIT
074620     END-IF.
074628     MOVE "C" TO WS-WK-TYPE.
074636     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
074644     PERFORM 2860-WRITE-ONE-POSITION THRU 2860-EXIT
074652         UNTIL WS-WK-EOF.
074660     CLOSE CCY-POSITION-FILE.
074670     MOVE "POSITION" TO WS-LOG-STEP.
074680     STRING "CURRENCY POSITIONS FED " WS-POS-WRITTEN-COUNT
074720     EXIT.
074730*
074740******************************************************************
074748* 2860-WRITE-ONE-POSITION.
074756*    WRITES ONE POSITION RECORD FOR THE CURRENCY RECORD JUST READ
074765*    AND READS THE NEXT.
074773******************************************************************
074781 2860-WRITE-ONE-POSITION.
074790     MOVE SPACES TO CCY-POSITION-RECORD.
074798     MOVE WS-RPT-RUN-DATE TO CPS-RUN-DATE.
074807     MOVE WK-KEY-CURRENCY TO CPS-CURRENCY.
074815     MOVE WK-C-GROSS TO CPS-GROSS-AMOUNT.
074823     MOVE WK-C-REVERSAL TO CPS-REVERSAL-AMOUNT.
074832     MOVE WK-C-TRAN-COUNT TO CPS-TRAN-COUNT.
074840     MOVE WK-C-RATE TO CPS-RATE-USED.
074849     WRITE CCY-POSITION-RECORD.
074857     ADD 1 TO WS-POS-WRITTEN-COUNT.
074865     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
074874 2860-EXIT.
074882     EXIT.
074883*
074884******************************************************************
074886* 2870-WRITE-COMM-ACCRUALS.
074887*    APPENDS ONE DAILY COMMISSION ACCRUAL RECORD PER BRANCH THAT
074888*    PROCESSED ANYTHING THIS RUN - COUNT, COMMISSION AND THE
074890*    RATE IT ACCRUED AT - FOR THE MONTH-END STATEMENTS TO BUILD
074891*    FROM.
074892******************************************************************
074894 2870-WRITE-COMM-ACCRUALS.
074895     OPEN EXTEND COMM-ACCRUAL-FILE.
074897     IF WS-CAC-FILE-NOT-FOUND
074898         CLOSE COMM-ACCRUAL-FILE
074899         OPEN OUTPUT COMM-ACCRUAL-FILE
074901     END-IF.
074902     MOVE "B" TO WS-WK-TYPE.
074903     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
074904     PERFORM 2880-WRITE-ONE-ACCRUAL THRU 2880-EXIT
074905         UNTIL WS-WK-EOF.
074906     CLOSE COMM-ACCRUAL-FILE.
074907     MOVE "ACCRUAL" TO WS-LOG-STEP.
074908     STRING "COMMISSION ACCRUALS WRITTEN " WS-ACCRUAL-COUNT
074909         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
074910     CALL "LOGWRT01" USING WS-LOG-PARMS.
074911 2870-EXIT.
074912     EXIT.
074913*
074914******************************************************************
074915* 2880-WRITE-ONE-ACCRUAL.
074916*    WRITES ONE ACCRUAL RECORD FOR THE BRANCH RECORD JUST READ
074917*    AND READS THE NEXT. A BRANCH THAT PROCESSED NOTHING TODAY
074918*    LEAVES NO RECORD.
074919******************************************************************
074920 2880-WRITE-ONE-ACCRUAL.
074921     IF WK-B-TRAN-COUNT = ZEROS
074922         GO TO 2880-NEXT
074923     END-IF.
074924     MOVE SPACES TO COMM-ACCRUAL-RECORD.
074925     MOVE WS-RPT-RUN-DATE TO CAC-RUN-DATE.
074926     MOVE WK-KEY-BRANCH TO CAC-BRANCH.
074927     MOVE WK-B-TRAN-COUNT TO CAC-TRAN-COUNT.
074928     MOVE WK-B-COMMISSION TO CAC-COMMISSION.
074929     MOVE WK-B-COMM-RATE TO CAC-RATE.
074930     WRITE COMM-ACCRUAL-RECORD.
074931     ADD 1 TO WS-ACCRUAL-COUNT.
074932 2880-NEXT.
074933     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
074934 2880-EXIT.
074935     EXIT.
074936*
074937******************************************************************
074938* 2890-WRITE-TAX-ACCRUALS.
074939*    APPENDS ONE DAILY IOF TAX ACCRUAL RECORD PER BRANCH +
074940*    CURRENCY TAXED THIS RUN - BASE, TAX CHARGED AND RECLAIMED,
074941*    AND COUNTS - FOR THE MONTHLY TAX RETURN TO BUILD FROM, AND
074942*    WARNS WHEN ANY FOREIGN ITEM WENT UNTAXED FOR WANT OF A RATE
074943*    (COUNTED UP WHEN THE REPORT WAS PRINTED). EVERY RECORD
074944*    CARRIES THE RUN'S START TIME; A RUN THAT TAXED NOTHING
074945*    WRITES ONE EMPTY RECORD, SO A RERUN OF THE DATE STILL
074946*    REPLACES WHAT AN EARLIER RUN WROTE FOR IT IN THE RETURN.
074947******************************************************************
074948 2890-WRITE-TAX-ACCRUALS.
074949     OPEN EXTEND TAX-ACCRUAL-FILE.
074950     IF WS-TXA-FILE-NOT-FOUND
074951         CLOSE TAX-ACCRUAL-FILE
074952         OPEN OUTPUT TAX-ACCRUAL-FILE
074953     END-IF.
074954     MOVE "X" TO WS-WK-TYPE.
074955     PERFORM 2390-START-WORK-TYPE THRU 2390-EXIT.
074956     PERFORM 2895-WRITE-ONE-TAX-ACCRUAL THRU 2895-EXIT
074957         UNTIL WS-WK-EOF.
074958     IF WS-TAX-ACCRUAL-COUNT = ZEROS
074960         MOVE ZEROS TO TAX-ACCRUAL-RECORD
074961         MOVE WS-RPT-RUN-DATE TO TXA-RUN-DATE
074963         MOVE SPACES TO TXA-BRANCH TXA-CURRENCY
074964         COMPUTE TXA-RUN-TIME = WS-RPT-RUN-TIME / 100
074966         WRITE TAX-ACCRUAL-RECORD
074967     END-IF.
074969     CLOSE TAX-ACCRUAL-FILE.
074971     MOVE "ACCRUAL" TO WS-LOG-STEP.
074972     MOVE SPACES TO WS-LOG-MESSAGE.
074974     STRING "IOF TAX ACCRUALS WRITTEN " WS-TAX-ACCRUAL-COUNT
074975         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
074977     CALL "LOGWRT01" USING WS-LOG-PARMS.
074978     IF WS-TAX-NO-RATE-TOTAL > ZEROS
074980         MOVE SPACES TO WS-LOG-MESSAGE
074981         STRING WS-TAX-NO-RATE-TOTAL
074983             " FOREIGN ITEM(S) NOT TAXED - NO IOF RATE ON FILE"
074985             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
074986         MOVE "W" TO WS-LOG-SEVERITY
074988         CALL "LOGWRT01" USING WS-LOG-PARMS
074989         MOVE "I" TO WS-LOG-SEVERITY
074991     END-IF.
074992 2890-EXIT.
074994     EXIT.
074995*
074997******************************************************************
074999* 2895-WRITE-ONE-TAX-ACCRUAL.
075000*    WRITES ONE TAX ACCRUAL RECORD FOR THE TAX RECORD JUST READ
075002*    AND READS THE NEXT.
075003******************************************************************
075005 2895-WRITE-ONE-TAX-ACCRUAL.
075006     MOVE SPACES TO TAX-ACCRUAL-RECORD.
075008     MOVE WS-RPT-RUN-DATE TO TXA-RUN-DATE.
075009     COMPUTE TXA-RUN-TIME = WS-RPT-RUN-TIME / 100.
075011     MOVE WK-KEY-BRANCH TO TXA-BRANCH.
075013     MOVE WK-KEY-CURRENCY TO TXA-CURRENCY.
075014     MOVE WK-X-TAX-BASE TO TXA-TAX-BASE.
075016     MOVE WK-X-TAX-CHARGED TO TXA-TAX-CHARGED.
075017     MOVE WK-X-TAX-RECLAIMED TO TXA-TAX-RECLAIMED.
075019     MOVE WK-X-TAX-COUNT TO TXA-TAX-COUNT.
075020     MOVE WK-X-RECLAIM-COUNT TO TXA-RECLAIM-COUNT.
075022     MOVE WK-X-NO-RATE-COUNT TO TXA-NO-RATE-COUNT.
075023     WRITE TAX-ACCRUAL-RECORD.
075025     ADD 1 TO WS-TAX-ACCRUAL-COUNT.
075027     PERFORM 2395-READ-WORK-TYPE THRU 2395-EXIT.
075028 2895-EXIT.
075030     EXIT.
075031*
075033******************************************************************
075034* 3100-RUN-MONTH-END-CLOSING.
075036*    WRITES AN ADDITIONAL CLOSING REPORT CARRYING THE SAME RUN
075038*    TOTALS, THEN RUNS THE BRANCH BUDGET VARIANCE REPORT.
075076*    TRIGGERED AUTOMATICALLY BY 3000-FINALIZE WHEN THE RUN DATE
075113*    IS THE LAST DAY OF THE MONTH (OR OF DECEMBER, FOR YEAR-END)
075150*    INSTEAD OF RELYING ON OPERATIONS TO REMEMBER TO SUBMIT A
075188*    SEPARATE MONTH-END JOB BY HAND. THE MONTHLY BRANCH AND
075225*    COMMISSION STATEMENTS RUN LATER IN THE CYCLE, FROM THE JOB
075262*    SCHEDULE.
075300******************************************************************
075400 3100-RUN-MONTH-END-CLOSING.
075500     MOVE "MONTH-END" TO WS-LOG-STEP.
077800     MOVE WS-RPT-TOTAL-LINE TO CLOSING-REPORT-RECORD.
077900     WRITE CLOSING-REPORT-RECORD.
078000     CLOSE CLOSING-REPORT-FILE.
078022     MOVE "K" TO WS-PRC-FUNCTION.
078045     MOVE WS-RPT-RUN-DATE TO WS-PRC-DATE.
078068     CALL "PRDCTL01" USING WS-PRC-PARMS.
078091     MOVE "MONTH-END" TO WS-LOG-STEP.
078093     MOVE "RUNNING BRANCH BUDGET VARIANCE REPORT" TO
078095         WS-LOG-MESSAGE.
078096     CALL "LOGWRT01" USING WS-LOG-PARMS.
078098     CALL "BUDVAR01".
078100 3100-EXIT.
078200     EXIT.
078300*
078400******************************************************************
078434* 3000-FINALIZE.
078469*    THE MERGE THAT CLOSES THE RUN. TAKES UP THE DAY'S FIGURES
078504*    FROM THE PARTITIONS AND LOGS THEM. WHEN A PARTITION FAILED,
078539*    NOTHING IS MERGED - THE CHECKPOINT AND WORK FILE ARE KEPT
078573*    FOR THE RERUN AND THE RUN ENDS RC 16. OTHERWISE IT WRITES THE
078608*    DAILY TOTALS REPORT AND, WHEN THE RUN COMPLETED CLEANLY (NOT
078643*    WS-ABORT-RUN), CLEARS THE CHECKPOINT, WRITES THE GL JOURNAL,
078678*    JOB HISTORY, POSITION FEED AND ACCRUALS AND RUNS MONTH-END
078713*    CLOSING - NONE OF THESE SHOULD RUN FOR A RUN THAT NEVER GOT
078747*    PAST 1000-INITIALIZE, OR THE RUN WOULD POST A BOGUS
078782*    ZERO-TOTAL GL RECORD AND WIPE OUT ANY CHECKPOINT LEFT BY AN
078817*    EARLIER, GENUINELY PARTIAL RUN.
078852******************************************************************
078886 3000-FINALIZE.
078921     IF WS-CKPT-OPEN
078956         CLOSE CHECKPOINT-FILE
078991     END-IF.
079026     PERFORM 3050-TAKE-DAY-FIGURES THRU 3050-EXIT.
079060     MOVE WS-RPT-RUN-DATE TO WS-LOG-RUN-DATE.
079095     MOVE WS-RPT-RUN-TIME TO WS-LOG-RUN-TIME.
079130     MOVE "FINALIZE" TO WS-LOG-STEP.
079165     MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED.
079200     STRING "TRANSACTIONS PROCESSED: " WS-TRAN-COUNT
079234         " GRAND TOTAL: " WS-GRAND-TOTAL-ED
079269         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
079304     CALL "LOGWRT01" USING WS-LOG-PARMS.
079339     IF WS-EXCEPTION-RAISED
079373         MOVE "OVERFLOWS WERE EXCEPTIONED - REVIEW EXCPFILE"
079408             TO WS-LOG-MESSAGE
079443         MOVE "W" TO WS-LOG-SEVERITY
079478         CALL "LOGWRT01" USING WS-LOG-PARMS
079547     END-IF.
079582     MOVE "I" TO WS-LOG-SEVERITY.
079617     MOVE SPACES TO WS-LOG-MESSAGE.
079652     STRING "ACCOUNT POSTINGS: " WS-ACCT-POSTED-COUNT
079686         " ACCOUNT REFUSALS: " WS-ACCT-REFUSED-COUNT
079721         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
079756     CALL "LOGWRT01" USING WS-LOG-PARMS.
079791     MOVE SPACES TO WS-LOG-MESSAGE.
079826     STRING "INTER-BRANCH TRANSFER LEGS: " WS-XFER-LEG-COUNT
079860         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
079895     CALL "LOGWRT01" USING WS-LOG-PARMS.
079930     IF WS-PART-FAILED
079965         MOVE SPACES TO WS-LOG-MESSAGE
080000         STRING WS-PART-FAILED-COUNT
080034             " PARTITION(S) FAILED - MERGE HELD, RERUN TO RESUME"
080069             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
080104         MOVE "S" TO WS-LOG-SEVERITY
080139         CALL "LOGWRT01" USING WS-LOG-PARMS
080173         MOVE "I" TO WS-LOG-SEVERITY
080208         GO TO 3000-CLOSE-FILES
080243     END-IF.
080278     PERFORM 2380-WRITE-DAILY-REPORT THRU 2380-EXIT.
080313     IF NOT WS-ABORT-RUN
080347         PERFORM 2600-CLEAR-CHECKPOINT THRU 2600-EXIT
080382         PERFORM 2800-WRITE-GL-EXTRACT THRU 2800-EXIT
080417         PERFORM 2700-WRITE-JOB-HISTORY THRU 2700-EXIT
080452         PERFORM 2850-WRITE-POSITION-EXTRACT THRU 2850-EXIT
080486         PERFORM 2870-WRITE-COMM-ACCRUALS THRU 2870-EXIT
080503         PERFORM 2890-WRITE-TAX-ACCRUALS THRU 2890-EXIT
080521*
080548*    MONTH-END CLOSING RUNS AFTER THE DAY'S ACCRUAL RECORDS ARE
080576*    ON FILE, SO THE COMMISSION STATEMENTS AND THE IOF RETURN
080604*    THAT THE JOB SCHEDULE RUNS LATER IN THE CYCLE COVER THE
080632*    CLOSING DAY ITSELF.
080660*
080695         IF WS-MONTH-END
080730             PERFORM 3100-RUN-MONTH-END-CLOSING THRU 3100-EXIT
080765         END-IF
080800     END-IF.
080834 3000-CLOSE-FILES.
080869     CLOSE TRANSACTION-FILE.
080904     IF NOT WS-ABORT-RUN
080939         CLOSE TRANSACTION-LOOKUP-FILE
080973     END-IF.
081008     CLOSE EXCEPTION-FILE.
081043     IF WS-FX-AVAILABLE
081078         CLOSE FX-RATE-FILE
081113     END-IF.
081121     IF WS-FXH-AVAILABLE
081130         CLOSE FX-HISTORY-FILE
081138     END-IF.
081147     IF WS-COM-AVAILABLE
081182         CLOSE COMMISSION-SCHEDULE-FILE
081217     END-IF.
081225     IF WS-TXR-AVAILABLE
081234         CLOSE TAX-RATE-FILE
081243     END-IF.
081252     IF WS-ACCT-AVAILABLE
081286         CLOSE ACCOUNT-FILE
081321     END-IF.
081356     IF WS-WK-OPEN
081391         CLOSE TOTALS-WORK-FILE
081426     END-IF.
081460     IF WS-TPT-OPEN
081495         CLOSE TOTALS-PARTITION-FILE
081530     END-IF.
081533*
081536*    THE RUN'S WARNING RETURN CODES ARE SET HERE, AFTER THE LAST
081539*    CALL, SINCE EVERY CALL RESETS THE RETURN CODE.
081542*
081545     IF WS-GL-REFUSED AND RETURN-CODE < 12
081549         MOVE 12 TO RETURN-CODE
081552     END-IF.
081555     IF WS-EXCEPTION-RAISED AND RETURN-CODE < 8
081558         MOVE 8 TO RETURN-CODE
081561     END-IF.
081565     IF WS-PART-FAILED
081600         MOVE 16 TO RETURN-CODE
081634     END-IF.
081669 3000-EXIT.
081704     EXIT.
081739*
081773******************************************************************
081808* 3050-TAKE-DAY-FIGURES.
081843*    MOVES THE DAY'S FIGURES, BUILT UP PARTITION BY PARTITION,
081878*    INTO THE RUNNING FIELDS THE REPORT, JOURNAL AND HISTORY
081913*    RECORD ARE WRITTEN FROM.
081947******************************************************************
081982 3050-TAKE-DAY-FIGURES.
082017     MOVE WS-DAY-TRAN-COUNT TO WS-TRAN-COUNT.
082052     MOVE WS-DAY-GRAND-TOTAL TO WS-GRAND-TOTAL.
082086     MOVE WS-DAY-GROSS-TOTAL TO WS-GROSS-TOTAL.
082121     MOVE WS-DAY-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL.
082156     MOVE WS-DAY-ACCT-POSTED TO WS-ACCT-POSTED-COUNT.
082191     MOVE WS-DAY-ACCT-REFUSED TO WS-ACCT-REFUSED-COUNT.
082226     MOVE WS-DAY-XFER-LEGS TO WS-XFER-LEG-COUNT.
082260     MOVE WS-DAY-EXCEPTION-SW TO WS-EXCEPTION-SW.
082295     MOVE WS-DAY-GL-INCOMPLETE-SW TO WS-GL-INCOMPLETE-SW.
082330 3050-EXIT.
082365     EXIT.
082400*
082500 END PROGRAM HelloWorld.
