002887*                   SUPERVISOR RELEASE ON THE DAY-RELEASE FILE
002888*                   (DAYREL01) - A SUMMARY NOBODY PROVABLY READ
002889*                   NO LONGER LETS THE NEXT DAY RUN.
002890*    2026-10-15 BL  ADDED THE INTER-BRANCH SETTLEMENT STEP
002892*                   (XFSTL01) AFTER THE GL PROOF - AN UNPAIRED
002894*                   TRANSFER LEG OR A NETWORK THAT DOES NOT NET
002896*                   TO ZERO ENDS IT RC 8 AND STOPS THE CHAIN.
002913*    2026-10-15 BL  ADDED THE LARGE-TRANSACTION SCREENING STEP
002930*                   (RGSCR01) AFTER SETTLEMENT, WHILE THE LIVE
002948*                   FILE STILL HOLDS THE DAY, AHEAD OF RECON.
002950*    2026-10-15 BL  ADDED CATCH-UP MODE - A SUPERVISOR GIVES A
002952*                   FROM/TO BUSINESS-DATE RANGE AND THE FULL
002954*                   CYCLE RUNS FOR EACH BUSINESS DATE IN TURN,
002956*                   STOPPING AT THE FIRST DATE THAT FAILS WITH
002958*                   ITS CYCLE CONTROL LEFT FOR THE RESTART. EACH
002960*                   DATE'S HISTORY RECORD IS FLAGGED CATCH-UP
002962*                   AND A SUMMARY OF THE DATES PRINTS AT THE END.
002964*    2026-10-15 BL  ADDED THE EXPECTED-FEED CHECK STEP (FDCHK01)
002967*                   BETWEEN DUPCHK AND THE TOTALS RUN. A MISSING
002969*                   OR REFUSED BRANCH FEED ENDS IT RC 4 AND THE
002971*                   CHAIN HOLDS UNTIL AN ACTIVE OPERATOR KEYS
002974*                   THEIR ID TO ACKNOWLEDGE IT; WITHOUT THAT THE
002976*                   CHAIN STOPS FOR THE RESTART.
002979*    2026-10-15 BL  ADDED THE REPORT DISTRIBUTION STEP (DSTRUN01)
002982*                   AS THE LAST STEP, AFTER THE REPORT - EACH
002985*                   RECIPIENT DUE GETS ITS BUNDLE OF THE NIGHT'S
002988*                   DATED REPORTS. A MISSING REPORT IS ITS OWN
002991*                   EXCEPTION AND DOES NOT FAIL THE STEP.
002992*    2026-10-15 BL  SUPERVISOR DATE OVERRIDE AND CATCH-UP NOW
002993*                   TAKE THEIR AUTHORITY FROM THE FUNCTION
002994*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
002995*                   TWO-LEVEL OPR-AUTHORITY.
003003*    2026-10-15 BL  ADDED THE SCHEDULED-JOBS STEP AFTER THE GL
003011*                   ACKNOWLEDGMENT CHECK, WHILE THE LIVE FILE
003019*                   STILL HOLDS THE DAY - EVERY JOB ON THE JOB
003027*                   SCHEDULE (JOBSCHD) DUE ON THE BUSINESS DATE
003035*                   RUNS WITH ITS OWN PARAMETERS, AND EACH ONE
003043*                   COMPLETED IS NOTED ON THE CYCLE CONTROL
003051*                   RECORD SO A RESTART SKIPS IT. A FAILED OR
003059*                   HELD JOB IS RECORDED FOR THE SUMMARY; ONE SET
003067*                   TO STOP THE CHAIN ON FAILURE DOES SO.
003068*    2026-10-15 BL  ADDED THE REFERENTIAL INTEGRITY CHECK
003069*                   (INTCHK01) AS THE CHAIN'S PRE-FLIGHT STEP,
003071*                   AHEAD OF THE STANDING ORDERS. SEVERE FINDINGS
003072*                   (RC 8) HOLD THE CHAIN; WARNINGS (RC 4) ARE
003073*                   LOGGED AND THE CHAIN RUNS ON.
003074*    2026-10-15 BL  ADDED DRY-RUN MODE. ON REQUEST THE DRIVER HAS
003075*                   DRYRUN01 COPY THE LIVE FILES TO A SHADOW SET,
003076*                   POINTS THE RUN AT IT AND RUNS THE FULL CHAIN
003077*                   THERE - NO LIVE FILE, CYCLE CONTROL RECORD OR
003078*                   BUSINESS DATE CHANGES. THE DRY RUN'S REPORTS
003079*                   ARE STAMPED AND ITS KEY TOTALS COMPARED WITH
003080*                   THE LAST REAL RUN FOR THE DATE.
003081*    2026-10-15 BL  A CYCLE FOR A BUSINESS DATE IN A CLOSED
003082*                   ACCOUNTING PERIOD (PRDCTL01) IS REFUSED BEFORE
003084*                   THE TOTALS STEP WITH ITS OWN RETURN CODE (26),
003085*                   AND A DATE OVERRIDE INTO A CLOSED PERIOD IS
003086*                   NOT TAKEN.
003087*    2026-10-15 BL  FINALIZE SETS THE RETURN CODE AFTER THE RUN
003089*                   LOCK IS RELEASED - THE RELEASE'S OWN CALLS
003090*                   WERE RESETTING IT, SO A REFUSED OR ABORTED
003092*                   CYCLE ENDED AND WAS RECORDED AS RC 0.
003094******************************************************************
003096 IDENTIFICATION DIVISION.
003098 PROGRAM-ID. BATCHCTL.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003692         ACCESS MODE IS RANDOM
003693         RECORD KEY IS REL-DATE
003694         FILE STATUS IS WS-REL-FILE-STATUS.
003695     SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHD"
003696         ORGANIZATION IS INDEXED
003697         ACCESS MODE IS DYNAMIC
003698         RECORD KEY IS JS-JOB-NAME
003699         FILE STATUS IS WS-JS-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  JOB-HISTORY-FILE.
004005 FD  OPERATOR-FILE.
004006 COPY "OPERREC.cpy".
004010 FD  CYCLE-CONTROL-FILE.
004020 01  CYCLE-CONTROL-IO-AREA       PIC X(196).
004046 FD  RUN-LOCK-FILE.
004072 COPY "LOCKREC.cpy".
004080 FD  DAY-RELEASE-FILE.
004086 COPY "RELREC.cpy".
004090 FD  JOB-SCHEDULE-FILE.
004095 COPY "JSCHREC.cpy".
004100 WORKING-STORAGE SECTION.
004200*
004300*    RUN DATE/TIME STAMPED ON THIS DRIVER'S OWN AUDIT-TRAIL LINES.
005100 77  WS-BC-RC-DISPLAY            PIC 9(03) VALUE ZEROS.
005200*
005300 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
005301     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
005302 77  WS-CYC-FILE-STATUS          PIC X(02) VALUE "00".
005303     88  WS-CYC-FILE-NOT-FOUND   VALUE "35".
005305 77  WS-RLK-FILE-STATUS          PIC X(02) VALUE "00".
005306     88  WS-RLK-FILE-NOT-FOUND   VALUE "35".
005307*
005308*    PRIOR-DAY SIGN-OFF GATE. THE LATEST COMPLETED BATCHCTL RUN
005310*    ON THE JOB HISTORY WHOSE DATE IS BEFORE TONIGHT'S BUSINESS
005311*    DATE MUST CARRY A SUPERVISOR RELEASE ON THE DAY-RELEASE
005312*    FILE BEFORE THIS CYCLE MAY START. A FIRST-EVER RUN, WITH NO
005313*    COMPLETED CYCLE BEHIND IT, PASSES.
005314*
005315 77  WS-REL-FILE-STATUS          PIC X(02) VALUE "00".
005316 77  WS-PRIOR-CYCLE-DATE         PIC 9(08) VALUE ZEROS.
005317 77  WS-SIGNOFF-OK-SW            PIC X(01) VALUE "N".
005318     88  WS-SIGNOFF-OK           VALUE "Y".
005319 77  WS-SIGNOFF-REFUSED-SW       PIC X(01) VALUE "N".
005320     88  WS-SIGNOFF-REFUSED      VALUE "Y".
005321*
005322*    SET WHEN TONIGHT'S BUSINESS DATE FALLS IN A CLOSED ACCOUNTING
005323*    PERIOD - THE CYCLE IS REFUSED (RC 26) UNTIL A SUPERVISOR
005324*    REOPENS THE MONTH.
005325 77  WS-PERIOD-REFUSED-SW        PIC X(01) VALUE "N".
005326     88  WS-PERIOD-REFUSED       VALUE "Y".
005327*
005328*    RUN LOCK CONTROL. THE LOCK IS TAKEN BEFORE ANYTHING ELSE AND
005329*    RELEASED AT FINALIZE. A SECOND SUBMISSION FINDING THE LOCK
005330*    HELD IS REFUSED (RC 20) - UNLESS THE LOCK IS STALE: OLDER
005331*    THAN THE BATCH WINDOW WITH ITS OWNING RUN ABSENT FROM THE
005332*    JOB HISTORY (A CRASH LEFTOVER), OR COMPLETED-BUT-UNRELEASED,
005333*    OR FROM BEFORE YESTERDAY. THE LOCK CARRIES THE SYSTEM
005334*    TIMESTAMP, NOT THE BUSINESS DATE - IT MEASURES REAL TIME.
005335*
005336 77  WS-BC-SYS-DATE              PIC 9(08) VALUE ZEROS.
005337 77  WS-LOCK-REFUSED-SW          PIC X(01) VALUE "N".
005338     88  WS-LOCK-REFUSED         VALUE "Y".
005339 77  WS-LOCK-STALE-SW            PIC X(01) VALUE "N".
005340     88  WS-LOCK-STALE           VALUE "Y".
005341 77  WS-OWNER-FOUND-SW           PIC X(01) VALUE "N".
005343     88  WS-OWNER-FOUND          VALUE "Y".
005344 77  WS-JH-EOF-SW                PIC X(01) VALUE "N".
005345     88  WS-JH-EOF               VALUE "Y".
005346 77  WS-LOCK-HELD-DATE           PIC 9(08) VALUE ZEROS.
005348 77  WS-LOCK-HELD-TIME           PIC 9(08) VALUE ZEROS.
005349 77  WS-BATCH-WINDOW-SECS        PIC 9(08) COMP VALUE 28800.
005350 77  WS-LOCK-AGE-SECS            PIC S9(08) COMP VALUE ZEROS.
005352 77  WS-NOW-SECS                 PIC 9(08) COMP VALUE ZEROS.
005353 77  WS-LOCK-SECS                PIC 9(08) COMP VALUE ZEROS.
005354 77  WS-DATE-DIFF-DAYS           PIC S9(05) COMP VALUE ZEROS.
005355 77  WS-DELETE-LOCK-NAME         PIC X(20) VALUE "RUNLOCK".
005357 01  WS-TIME-FIELD               PIC 9(08) VALUE ZEROS.
005358 01  FILLER REDEFINES WS-TIME-FIELD.
005359     03  WS-TF-HH                PIC 9(02).
005360     03  WS-TF-MM                PIC 9(02).
005362     03  WS-TF-SS                PIC 9(02).
005363     03  WS-TF-CC                PIC 9(02).
005364 77  WS-SECONDS                  PIC 9(08) COMP VALUE ZEROS.
005366*
005367*
005368*    LIVE BATCH-WINDOW PROJECTION. AFTER EVERY STEP THE CYCLE'S
005369*    ELAPSED TIME SO FAR PLUS THE REMAINING STEPS' AVERAGE
005371*    ELAPSED TIMES OFF THE JOB RUN HISTORY ARE ADDED UP, AND THE
005372*    MOMENT THE PROJECTED FINISH FALLS OUTSIDE THE AGREED WINDOW
005373*    A SEVERITY-W LINE GOES TO THE LOG - HOURS OF WARNING
005374*    INSTEAD OF A MORNING SURPRISE. THE STEP NAMES SIT IN CHAIN
005376*    ORDER; A STEP WITH NO HISTORY YET PROJECTS AT ZERO.
005377*
005378 01  WS-PJ-NAMES.
005379     03  FILLER                  PIC X(16) VALUE "INTCHK01".
005380     03  FILLER                  PIC X(16) VALUE "SOGEN01".
005381     03  FILLER                  PIC X(16) VALUE "TRNREL01".
005382     03  FILLER                  PIC X(16) VALUE
005383         "COMMANDS_ACCEPT ".
005385     03  FILLER                  PIC X(16) VALUE "DUPCHK01".
005386     03  FILLER                  PIC X(16) VALUE "FDCHK01".
005387     03  FILLER                  PIC X(16) VALUE "HelloWorld".
005388     03  FILLER                  PIC X(16) VALUE "GLPRF01".
005390     03  FILLER                  PIC X(16) VALUE "XFSTL01".
005391     03  FILLER                  PIC X(16) VALUE "RGSCR01".
005392     03  FILLER                  PIC X(16) VALUE "RECON01".
005393     03  FILLER                  PIC X(16) VALUE "GLACK01".
005395     03  FILLER                  PIC X(16) VALUE "JOBSCHED".
005396     03  FILLER                  PIC X(16) VALUE "TRNARC01".
005397     03  FILLER                  PIC X(16) VALUE "BACKUP01".
005399     03  FILLER                  PIC X(16) VALUE
005400         "COMMANDS_DISPLAY".
005401     03  FILLER                  PIC X(16) VALUE "DSTRUN01".
005402 01  FILLER REDEFINES WS-PJ-NAMES.
005404     03  WS-PJ-NAME              PIC X(16) OCCURS 17 TIMES.
005405 01  WS-PJ-STATS.
005406     03  WS-PJ-ENTRY OCCURS 17 TIMES.
005407         05  WS-PJ-REMAIN-SW     PIC X(01).
005409         05  WS-PJ-RUNS          PIC 9(06).
005410         05  WS-PJ-TOTAL-SECS    PIC 9(09).
005411 77  WS-PJ-SUB                   PIC 9(02) COMP VALUE ZEROS.
005412 77  WS-PJ-START-SECS            PIC 9(08) COMP VALUE ZEROS.
005414 77  WS-PJ-NOW-SECS              PIC 9(08) COMP VALUE ZEROS.
005415 77  WS-PJ-ELAPSED-SECS          PIC 9(08) COMP VALUE ZEROS.
005416 77  WS-PJ-RUN-SECS              PIC 9(08) COMP VALUE ZEROS.
005418 77  WS-PJ-REMAINING-SECS        PIC 9(08) COMP VALUE ZEROS.
005419 77  WS-PJ-PROJECTED-SECS        PIC 9(08) COMP VALUE ZEROS.
005420 77  WS-PJ-PROJECTED-ED          PIC 9(08) VALUE ZEROS.
005421*
005423*    SCHEDULED JOBS. THE JOBS ON THE JOB SCHEDULE DUE ON THE
005424*    BUSINESS DATE RUN AS ONE STEP OF THE CHAIN, EACH CALLED BY
005425*    NAME WITH ITS PARAMETERS HANDED OVER THROUGH JOBPRM01. THE
005426*    DATE FIELDS BELOW HOLD THE BUSINESS DATE AND THE BUSINESS
005428*    DAYS EITHER SIDE OF IT, WHICH THE CALENDAR RULES ARE TESTED
005429*    AGAINST - A FIRST BUSINESS DAY IS ONE WHOSE PREVIOUS
005430*    BUSINESS DAY FELL IN ANOTHER MONTH, AND SO ON.
005432*
005433 77  WS-JS-FILE-STATUS           PIC X(02) VALUE "00".
005434     88  WS-JS-FILE-NOT-FOUND    VALUE "35".
005435 77  WS-JS-EOF-SW                PIC X(01) VALUE "N".
005437     88  WS-JS-EOF               VALUE "Y".
005438 77  WS-JS-DUE-SW                PIC X(01) VALUE "N".
005439     88  WS-JS-DUE               VALUE "Y".
005440 77  WS-JS-DONE-SW               PIC X(01) VALUE "N".
005442     88  WS-JS-DONE-TONIGHT      VALUE "Y".
005443 77  WS-JS-STOP-SW               PIC X(01) VALUE "N".
005444     88  WS-JS-STOPPED           VALUE "Y".
005445 77  WS-JS-CALL-FAILED-SW        PIC X(01) VALUE "N".
005447     88  WS-JS-CALL-FAILED       VALUE "Y".
005448 77  WS-JS-DAY-OK-SW             PIC X(01) VALUE "N".
005449     88  WS-JS-DAY-OK            VALUE "Y".
005451 77  WS-JS-CALL-PROGRAM          PIC X(08) VALUE SPACES.
005452 77  WS-JS-STOP-JOB              PIC X(08) VALUE SPACES.
005453 77  WS-JS-RC                    PIC 9(04) VALUE ZEROS.
005454 77  WS-JS-HIGH-RC               PIC 9(04) VALUE ZEROS.
005456 77  WS-JS-RUN-COUNT             PIC 9(03) VALUE ZEROS.
005457 77  WS-JS-FAIL-COUNT            PIC 9(03) VALUE ZEROS.
005458 77  WS-JS-SKIP-COUNT            PIC 9(03) VALUE ZEROS.
005459 77  WS-JS-START-TIME            PIC 9(08) VALUE ZEROS.
005461 77  WS-JS-DONE-SUB              PIC 9(02) COMP VALUE ZEROS.
005462 77  WS-JS-TB-SUB                PIC 9(02) COMP VALUE ZEROS.
005463 77  WS-JS-TODAY-INT             PIC S9(08) COMP VALUE ZEROS.
005465 77  WS-JS-PREV-INT              PIC S9(08) COMP VALUE ZEROS.
005466 77  WS-JS-WALK-INT              PIC S9(08) COMP VALUE ZEROS.
005467 77  WS-JS-WALK-STEP             PIC S9(01) COMP VALUE ZEROS.
005468 77  WS-JS-TRIES                 PIC 9(02) COMP VALUE ZEROS.
005470 77  WS-JS-BACK-DAYS             PIC S9(02) COMP VALUE ZEROS.
005471 77  WS-JS-DOW                   PIC 9(01) VALUE ZEROS.
005472 77  WS-JS-MAX-DAY               PIC 9(02) VALUE ZEROS.
005473 01  WS-JS-TODAY-DATE            PIC 9(08) VALUE ZEROS.
005475 01  FILLER REDEFINES WS-JS-TODAY-DATE.
005476     03  WS-JS-TODAY-AAAA        PIC 9(04).
005477     03  WS-JS-TODAY-MM          PIC 9(02).
005478         88  WS-JS-QUARTER-MONTH VALUE 3 6 9 12.
005480     03  WS-JS-TODAY-DD          PIC 9(02).
005481 01  WS-JS-PREV-DATE             PIC 9(08) VALUE ZEROS.
005482 01  FILLER REDEFINES WS-JS-PREV-DATE.
005484     03  FILLER                  PIC 9(04).
005485     03  WS-JS-PREV-MM           PIC 9(02).
005486     03  FILLER                  PIC 9(02).
005487 01  WS-JS-NEXT-DATE             PIC 9(08) VALUE ZEROS.
005489 01  FILLER REDEFINES WS-JS-NEXT-DATE.
005490     03  WS-JS-NEXT-AAAA         PIC 9(04).
005491     03  WS-JS-NEXT-MM           PIC 9(02).
005492     03  FILLER                  PIC 9(02).
005494 01  WS-JS-WALK-DATE             PIC 9(08) VALUE ZEROS.
005495*
005496 COPY "JSTBL.cpy".
005498*
005499*    PARAMETER AREA PASSED TO JOBPRM01. LAYOUT MUST MATCH ITS
005500*    LINKAGE SECTION JBP-PARMS FIELD FOR FIELD.
005501*
005503 01  WS-JBP-PARMS.
005504     03  WS-JBP-FUNCTION          PIC X(01) VALUE "S".
005505     03  WS-JBP-JOB-NAME          PIC X(08).
005506     03  WS-JBP-PARM-1            PIC 9(08).
005508     03  WS-JBP-PARM-2            PIC 9(08).
005509     03  WS-JBP-STATUS            PIC X(01).
005510*
005512*    SET WHEN THE OPERATOR TAKES THE OFFER TO RESUME TONIGHT'S
005513*    CYCLE FROM THE FIRST INCOMPLETE STEP RATHER THAN RERUNNING
005514*    FROM THE TOP.
005515*
005516 77  WS-RESUME-CHOICE            PIC X(01) VALUE SPACE.
005517*
005518*    BUSINESS DATE CONTROL. THE CYCLE ESTABLISHES THE BUSINESS
005519*    DATE AT START (FROM THE CONTROL FILE, OR THE SYSTEM CLOCK
005520*    ON A FIRST RUN), OFFERS A SUPERVISOR-AUTHORISED OVERRIDE
005521*    FOR CATCH-UP RUNS, AND ADVANCES IT PAST WEEKENDS AND
005522*    HOLIDAYS AT CLEAN END OF CYCLE. EVERY STEP READS THE SAME
005523*    DATE THROUGH BDATE01, SO A CYCLE THAT CROSSES MIDNIGHT NO
005524*    LONGER STAMPS TWO DATES ACROSS THE JOB HISTORY.
005525*
005526 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
005527 77  WS-OVR-CHOICE               PIC X(01) VALUE SPACE.
005528 77  WS-OVR-ID                   PIC 9(06) VALUE ZEROS.
005529 77  WS-OVR-DATE                 PIC 9(08) VALUE ZEROS.
005530 77  WS-BD-DATE-INT              PIC 9(08) COMP VALUE ZEROS.
005531 77  WS-NEXT-DAY-OK-SW           PIC X(01) VALUE "N".
005532     88  WS-NEXT-DAY-OK          VALUE "Y".
005533*
005534*    EXPECTED-FEED ACKNOWLEDGEMENT. WHEN THE FEED CHECK FINDS A
005535*    SCHEDULED BRANCH FEED MISSING OR REFUSED, AN ACTIVE OPERATOR
005536*    MUST KEY THEIR ID BEFORE THE TOTALS RUN GOES AHEAD.
005537*
005538 77  WS-FACK-ID                  PIC 9(06) VALUE ZEROS.
005539 77  WS-FACK-SW                  PIC X(01) VALUE "N".
005540     88  WS-FACK-GIVEN           VALUE "Y".
005541*
005542*    CATCH-UP MODE. AFTER AN OUTAGE OR A LONG HOLIDAY WEEKEND A
005543*    SUPERVISOR GIVES A FROM/TO RANGE OF BUSINESS DATES AND THE
005544*    FULL CYCLE RUNS FOR EACH BUSINESS DATE IN THE RANGE IN
005545*    TURN - THE NEXT DATE IS WHATEVER THE CLEAN-END ADVANCE
005546*    MOVES THE BUSINESS DATE TO, SO WEEKENDS AND HOLIDAYS ARE
005547*    SKIPPED EXACTLY AS ON AN ORDINARY NIGHT. THE FIRST DATE
005548*    THAT FAILS STOPS THE RUN WITH ITS CYCLE CONTROL RECORD
005549*    LEFT IN PLACE, SO A RESUBMISSION FROM THAT DATE RESUMES
005550*    AT THE FAILED STEP. THE TABLE HOLDS ONE LINE PER DATE FOR
005551*    THE END-OF-RUN SUMMARY; A RANGE LONGER THAN THE TABLE
005552*    STOPS WHEN IT FILLS AND IS FINISHED BY A FURTHER RUN.
005553*
005555 77  WS-CU-MODE-SW               PIC X(01) VALUE "N".
005557     88  WS-CU-MODE              VALUE "Y".
005559 77  WS-CU-CHOICE                PIC X(01) VALUE SPACE.
005561 77  WS-CU-AUTH-SW               PIC X(01) VALUE "N".
005562     88  WS-CU-AUTHORISED        VALUE "Y".
005564 77  WS-CU-FINISHED-SW           PIC X(01) VALUE "N".
005566     88  WS-CU-FINISHED          VALUE "Y".
005568 77  WS-CU-FAILED-SW             PIC X(01) VALUE "N".
005570     88  WS-CU-FAILED            VALUE "Y".
005572 77  WS-CU-LIMIT-SW              PIC X(01) VALUE "N".
005574     88  WS-CU-LIMIT-REACHED     VALUE "Y".
005576 77  WS-CU-SUPER-ID              PIC 9(06) VALUE ZEROS.
005577 77  WS-CU-FROM-DATE             PIC 9(08) VALUE ZEROS.
005579 77  WS-CU-TO-DATE               PIC 9(08) VALUE ZEROS.
005581 77  WS-CU-DATE-RC               PIC 9(04) VALUE ZEROS.
005583 77  WS-CU-FINAL-RC              PIC 9(04) VALUE ZEROS.
005585 77  WS-CU-COUNT                 PIC 9(03) COMP VALUE ZEROS.
005587 77  WS-CU-SUB                   PIC 9(03) COMP VALUE ZEROS.
005589 77  WS-CU-MAX-DATES             PIC 9(03) COMP VALUE 60.
005591 77  WS-CU-COUNT-ED              PIC ZZ9.
005592 01  WS-CU-TABLE.
005594     03  WS-CU-ENTRY OCCURS 60 TIMES.
005596         05  WS-CU-DATE          PIC 9(08).
005598         05  WS-CU-RC            PIC 9(04).
005600         05  WS-CU-START         PIC 9(08).
005602         05  WS-CU-END           PIC 9(08).
005603 01  WS-CU-SUMMARY-LINE.
005604     03  FILLER                  PIC X(02) VALUE SPACES.
005605     03  CU-SL-DATE              PIC 9(08).
005606     03  FILLER                  PIC X(05) VALUE "  RC ".
005607     03  CU-SL-RC                PIC ZZZ9.
005608     03  FILLER                  PIC X(08) VALUE "  START ".
005609     03  CU-SL-START             PIC 9(08).
005610     03  FILLER                  PIC X(06) VALUE "  END ".
005611     03  CU-SL-END               PIC 9(08).
005612     03  FILLER                  PIC X(02) VALUE SPACES.
005613     03  CU-SL-RESULT            PIC X(09).
005614*
005615*    DRY-RUN MODE. THE OPERATOR MAY ASK FOR A DRY RUN BEFORE A
005616*    RATE, LIMIT, SCHEDULE OR CALENDAR CHANGE, OR A DOUBTFUL FEED,
005617*    GOES THROUGH TONIGHT'S REAL CYCLE. DRYRUN01 COPIES THE LIVE
005618*    FILES TO A SHADOW SET AND THE RUN IS POINTED AT IT, SO THE
005619*    FULL CHAIN RUNS AGAINST THE COPIES. THE SIGN-OFF GATE, THE
005620*    DATE OVERRIDE AND CATCH-UP ARE NOT OFFERED, AND THE BUSINESS
005621*    DATE IS NEVER ADVANCED.
005622*
005623 77  WS-DR-MODE-SW               PIC X(01) VALUE "N".
005624     88  WS-DR-MODE              VALUE "Y".
005625 77  WS-DR-CHOICE                PIC X(01) VALUE SPACE.
005626 77  WS-DR-SHADOW-SW             PIC X(01) VALUE "N".
005627     88  WS-DR-ON-SHADOW         VALUE "Y".
005628 77  WS-DR-PREPARE-SW            PIC X(01) VALUE "N".
005629     88  WS-DR-PREPARE-FAILED    VALUE "Y".
005630 77  WS-DR-FINAL-RC              PIC 9(04) VALUE ZEROS.
005631*
005632*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
005633*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
005634*
005635 01  WS-BDATE-PARMS.
005636     03  WS-BDATE-FUNCTION        PIC X(01) VALUE "G".
005637     03  WS-BDATE-DATE            PIC 9(08).
005638     03  WS-BDATE-STATUS          PIC X(01).
005639*
005640*    PARAMETER AREA PASSED TO DRYRUN01. LAYOUT MUST MATCH ITS
005641*    LINKAGE SECTION DRY-PARMS FIELD FOR FIELD.
005642*
005643 01  WS-DRY-PARMS.
005644     03  WS-DRY-FUNCTION          PIC X(01).
005645     03  WS-DRY-RUN-DATE          PIC 9(08).
005646     03  WS-DRY-CYCLE-RC          PIC 9(04).
005647     03  WS-DRY-INDEX-COUNT       PIC 9(06).
005648     03  WS-DRY-HISTORY-COUNT     PIC 9(06).
005649     03  WS-DRY-GL-COUNT          PIC 9(06).
005650     03  WS-DRY-FILE-COUNT        PIC 9(04).
005651     03  WS-DRY-LIVE-PATH         PIC X(60).
005652     03  WS-DRY-STATUS            PIC X(01).
005653         88  WS-DRY-OK            VALUE "O".
005654         88  WS-DRY-FAILED        VALUE "F".
005655     03  WS-DRY-FAILED-FILE       PIC X(08).
005656*
005657*    RUN DATE BROKEN OUT BY THE SHARED DATEFLD COPYBOOK, AND
005658*    THE PARAMETER AREA PASSED TO FILLER_PROGRAMA FOR THE
005659*    NEXT-BUSINESS-DAY AND OVERRIDE-DATE CHECKS. LAYOUT MUST
005660*    MATCH ITS LINKAGE SECTION DATE-CHECK-PARMS FIELD FOR
005661*    FIELD.
005662*
005663 COPY "DATEFLD.cpy".
005664*
005665 01  WS-DATE-PARMS.
005666     03  WS-DATE-PARM-DD          PIC 9(02).
005667     03  WS-DATE-PARM-MM          PIC 9(02).
005668     03  WS-DATE-PARM-AA          PIC 9(04).
005669     03  WS-DATE-PARM-STATUS      PIC X(01).
005670         88  WS-DATE-PARM-VALID   VALUE "V".
005671         88  WS-DATE-PARM-INVALID VALUE "I".
005672     03  WS-DATE-PARM-DOW         PIC 9(01).
005673     03  WS-DATE-PARM-WEEKEND-SW  PIC X(01).
005674         88  WS-DATE-PARM-WEEKEND VALUE "Y".
005675         88  WS-DATE-PARM-WEEKDAY VALUE "N".
005677     03  WS-DATE-PARM-MAX-DAY     PIC 9(02).
005679     03  WS-DATE-PARM-HOLIDAY-SW  PIC X(01).
005681         88  WS-DATE-PARM-HOLIDAY     VALUE "Y".
005683         88  WS-DATE-PARM-NOT-HOLIDAY VALUE "N".
005684*
005686*    TONIGHT'S CYCLE CONTROL STATE, KEPT IN WORKING-STORAGE SO
005688*    IT SURVIVES THE OPEN/CLOSE AROUND EVERY SAVE - THE FILE'S
005690*    OWN RECORD AREA IS NOT GUARANTEED ACROSS THOSE.
005692*
005694 COPY "CYCREC.cpy".
005696*
005702*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
005709*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
005716*
005723 01  WS-FNA-PARMS.
005730     03  WS-FNA-OPERATOR-ID       PIC 9(06).
005737     03  WS-FNA-FUNCTION          PIC X(08) VALUE "BATCHCTL".
005744     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
005751     03  WS-FNA-LEVEL             PIC X(01).
005758         88  WS-FNA-CAN-USE       VALUE "U" "S".
005765         88  WS-FNA-CAN-SUPERVISE VALUE "S".
005772     03  WS-FNA-SOURCE            PIC X(01).
005773*
005774*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
005775*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
005776*
005778 01  WS-PRC-PARMS.
005779     03  WS-PRC-FUNCTION          PIC X(01) VALUE "Q".
005780     03  WS-PRC-DATE              PIC 9(08).
005781     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
005782     03  WS-PRC-SOURCE            PIC X(10) VALUE "BATCHCTL".
005784     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
005785     03  WS-PRC-PERIOD            PIC 9(06).
005786     03  WS-PRC-PERIOD-STATUS     PIC X(01).
005787         88  WS-PRC-PERIOD-OPEN   VALUE "O".
005789         88  WS-PRC-PERIOD-CLOSING VALUE "G".
005790         88  WS-PRC-PERIOD-CLOSED VALUE "C".
005791     03  WS-PRC-RESULT            PIC X(01).
005792         88  WS-PRC-DONE          VALUE "Y".
005793         88  WS-PRC-REFUSED       VALUE "N".
005795     03  WS-PRC-MESSAGE           PIC X(50).
005796*
005797*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
005798*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
005800*
005900 01  WS-LOG-PARMS.
006000     03  WS-LOG-PROGRAM-ID        PIC X(16) VALUE "BATCHCTL".
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
006800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006818     IF WS-DR-MODE
006836         PERFORM 0100-RUN-CYCLE-STEPS THRU 0100-EXIT
006855         PERFORM 0400-FINISH-DRY-RUN THRU 0400-EXIT
006873         STOP RUN
006891     END-IF.
006910     IF WS-CU-MODE AND NOT WS-BC-ABORT-CHAIN
007020         PERFORM 0200-RUN-CATCHUP-DATE THRU 0200-EXIT
007130             UNTIL WS-CU-FINISHED
007240         PERFORM 0300-CATCHUP-SUMMARY THRU 0300-EXIT
007350         PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
007460         MOVE WS-CU-FINAL-RC TO RETURN-CODE
007570         STOP RUN
007680     END-IF.
007790     PERFORM 0100-RUN-CYCLE-STEPS THRU 0100-EXIT.
007900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008000     PERFORM 9500-WRITE-JOB-HISTORY THRU 9500-EXIT.
008100     STOP RUN.
008200*
008201******************************************************************
008202* 0100-RUN-CYCLE-STEPS.
008203*    RUNS THE CHAIN'S STEPS IN ORDER FOR THE CURRENT RUN DATE,
008204*    SKIPPING ANY STEP THE CYCLE CONTROL RECORD SHOWS COMPLETE
008205*    AND RUNNING NOTHING FURTHER ONCE A STEP ABORTS THE CHAIN.
008206*    PERFORMED ONCE ON AN ORDINARY NIGHT AND ONCE PER BUSINESS
008207*    DATE ON A CATCH-UP RUN.
008208******************************************************************
008209 0100-RUN-CYCLE-STEPS.
008210     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-TOTALS-DONE
008211         PERFORM 1350-CHECK-PERIOD-OPEN THRU 1350-EXIT
008212     END-IF.
008213     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-INTCHK-DONE
008214         PERFORM 1450-RUN-INTCHK-STEP THRU 1450-EXIT
008215     END-IF.
008216     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008217     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-STORD-DONE
008218         PERFORM 1500-RUN-STORD-STEP THRU 1500-EXIT
008219     END-IF.
008220     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008221     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-RELEASE-DONE
008222         PERFORM 1700-RUN-RELEASE-STEP THRU 1700-EXIT
008223     END-IF.
008224     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008225     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-ACCEPT-DONE
008227         PERFORM 2000-RUN-ACCEPT-STEP THRU 2000-EXIT
008228     END-IF.
008229     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008231     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-DUPCHK-DONE
008232         PERFORM 2500-RUN-DUPCHK-STEP THRU 2500-EXIT
008233     END-IF.
008234     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008235     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-FEEDCHK-DONE
008236         PERFORM 2700-RUN-FEEDCHK-STEP THRU 2700-EXIT
008237     END-IF.
008238     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008239     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-TOTALS-DONE
008240         PERFORM 3000-RUN-TOTALS-STEP THRU 3000-EXIT
008241     END-IF.
008242     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008243     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-GLPROOF-DONE
008244         PERFORM 3200-RUN-GLPROOF-STEP THRU 3200-EXIT
008245     END-IF.
008246     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008248     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-SETTLE-DONE
008249         PERFORM 3300-RUN-SETTLE-STEP THRU 3300-EXIT
008251     END-IF.
008252     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008254     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-REGSCR-DONE
008255         PERFORM 3400-RUN-REGSCR-STEP THRU 3400-EXIT
008256     END-IF.
008258     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008259     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-RECON-DONE
008261         PERFORM 3500-RUN-RECON-STEP THRU 3500-EXIT
008262     END-IF.
008263     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008265     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-GLACK-DONE
008266         PERFORM 3800-RUN-GLACK-STEP THRU 3800-EXIT
008267     END-IF.
008268     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008269     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-JOBS-DONE
008270         PERFORM 4000-RUN-SCHEDULED-JOBS THRU 4000-EXIT
008271     END-IF.
008272     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008273     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-ARCHIVE-DONE
008274         PERFORM 5000-RUN-ARCHIVE-STEP THRU 5000-EXIT
008275     END-IF.
008276     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008277     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-BACKUP-DONE
008278         PERFORM 5500-RUN-BACKUP-STEP THRU 5500-EXIT
008279     END-IF.
008281     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008282     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-REPORT-DONE
008283         PERFORM 6000-RUN-REPORT-STEP THRU 6000-EXIT
008284     END-IF.
008285     PERFORM 8000-PROJECT-WINDOW THRU 8000-EXIT.
008286     IF NOT WS-BC-ABORT-CHAIN AND NOT CYC-DISTRIB-DONE
008287         PERFORM 6500-RUN-DISTRIB-STEP THRU 6500-EXIT
008288     END-IF.
008289 0100-EXIT.
008290     EXIT.
008291*
008292******************************************************************
008293* 0200-RUN-CATCHUP-DATE.
008294*    RUNS THE FULL CYCLE FOR ONE BUSINESS DATE OF A CATCH-UP
008295*    RANGE AND WRITES THAT DATE'S OWN JOB HISTORY RECORD,
008296*    FLAGGED CATCH-UP. THE FIRST DATE USES THE CYCLE CONTROL
008298*    RECORD INITIALIZE LOADED (SO A RESTART RESUMES AT THE
008299*    FAILED STEP); EVERY LATER DATE STARTS A FRESH ONE. THE
008300*    PRIOR-DAY SIGN-OFF GATE WAS PROVED FOR THE DATE BEFORE
008302*    THE RANGE AT INITIALIZE - WITHIN THE RANGE NOBODY CAN
008303*    SIGN A DAY OFF BETWEEN DATES, SO THE GATE IS WAIVED ON
008305*    THE AUTHORISING SUPERVISOR'S ID AND THE WAIVER LOGGED.
008306*    A FAILED DATE STOPS THE RUN ON THE RETURN CODE FINALIZE
008307*    GAVE IT - RC 26 FOR A CLOSED PERIOD, 28 FOR ANY OTHER
008308*    ABORT; A CLEAN ONE HAS ALREADY HAD THE BUSINESS DATE
008309*    ADVANCED PAST WEEKENDS AND HOLIDAYS BY FINALIZE, AND THAT
008310*    DATE IS THE NEXT ONE RUN.
008311******************************************************************
008312 0200-RUN-CATCHUP-DATE.
008313     IF WS-CU-COUNT NOT < WS-CU-MAX-DATES
008315         SET WS-CU-LIMIT-REACHED TO TRUE
008316         SET WS-CU-FINISHED TO TRUE
008318         MOVE 4 TO WS-CU-FINAL-RC
008319         MOVE "CATCH-UP" TO WS-LOG-STEP
008320         MOVE "W" TO WS-LOG-SEVERITY
008322         STRING "CATCH-UP DATE LIMIT REACHED - RESUBMIT FROM "
008323             WS-BC-RUN-DATE
008325             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
008326         CALL "LOGWRT01" USING WS-LOG-PARMS
008327         MOVE "I" TO WS-LOG-SEVERITY
008329         GO TO 0200-EXIT
008330     END-IF.
008332     ADD 1 TO WS-CU-COUNT.
008333     MOVE "N" TO WS-BC-ABORT-SW.
008335     MOVE WS-BC-RUN-DATE TO WS-LOG-RUN-DATE.
008336     IF WS-CU-COUNT > 1
008337         ACCEPT WS-BC-RUN-TIME FROM TIME
008339         MOVE WS-BC-RUN-TIME TO WS-LOG-RUN-TIME
008340         PERFORM 1150-RESET-CYCLE-CONTROL THRU 1150-EXIT
008342         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
008343         COMPUTE WS-CU-SUB = WS-CU-COUNT - 1
008345         MOVE "SIGNOFF" TO WS-LOG-STEP
008346         MOVE "W" TO WS-LOG-SEVERITY
008347         STRING "DAY " WS-CU-DATE (WS-CU-SUB)
008349             " SIGN-OFF WAIVED - CATCH-UP BY " WS-CU-SUPER-ID
008350             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
008352         CALL "LOGWRT01" USING WS-LOG-PARMS
008353         MOVE "I" TO WS-LOG-SEVERITY
008354     END-IF.
008356     MOVE "CATCH-UP" TO WS-LOG-STEP.
008357     STRING "CATCH-UP CYCLE STARTING FOR BUSINESS DATE "
008359         WS-BC-RUN-DATE
008360         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
008362     CALL "LOGWRT01" USING WS-LOG-PARMS.
008363     DISPLAY "CATCH-UP - RUNNING BUSINESS DATE " WS-BC-RUN-DATE.
008364     PERFORM 0100-RUN-CYCLE-STEPS THRU 0100-EXIT.
008366     PERFORM 9000-FINALIZE THRU 9000-EXIT.
008367     IF WS-BC-ABORT-CHAIN
008368         MOVE RETURN-CODE TO WS-CU-DATE-RC
008369         IF WS-CU-DATE-RC = 0
008370             MOVE 28 TO WS-CU-DATE-RC
008371         END-IF
008372     ELSE
008373         MOVE 0 TO WS-CU-DATE-RC
008374     END-IF.
008375     MOVE WS-CU-DATE-RC TO RETURN-CODE.
008376     PERFORM 9500-WRITE-JOB-HISTORY THRU 9500-EXIT.
008377     MOVE WS-BC-RUN-DATE TO WS-CU-DATE (WS-CU-COUNT).
008379     MOVE WS-CU-DATE-RC TO WS-CU-RC (WS-CU-COUNT).
008380     MOVE WS-BC-RUN-TIME TO WS-CU-START (WS-CU-COUNT).
008381     MOVE WS-BC-END-TIME TO WS-CU-END (WS-CU-COUNT).
008383     IF WS-BC-ABORT-CHAIN
008384         SET WS-CU-FAILED TO TRUE
008386         SET WS-CU-FINISHED TO TRUE
008387         MOVE WS-CU-DATE-RC TO WS-CU-FINAL-RC
008389         GO TO 0200-EXIT
008390     END-IF.
008391     IF WS-BDATE-DATE > WS-CU-TO-DATE
008393         SET WS-CU-FINISHED TO TRUE
008394         GO TO 0200-EXIT
008396     END-IF.
008397     MOVE WS-BDATE-DATE TO WS-BC-RUN-DATE.
008399 0200-EXIT.
008400     EXIT.
008401*
008403******************************************************************
008404* 0300-CATCHUP-SUMMARY.
008406*    PRINTS ONE LINE PER BUSINESS DATE THE CATCH-UP RUN WORKED
008407*    THROUGH, THEN HOW THE RUN ENDED - EVERY DATE DONE, STOPPED
008409*    AT A FAILED DATE (RESUBMIT FROM THAT DATE TO RESUME IT), OR
008410*    STOPPED BY THE DATE LIMIT (RESUBMIT FROM THE NEXT DATE).
008411*    EACH LINE ALSO GOES TO THE AUDIT LOG.
008413******************************************************************
008414 0300-CATCHUP-SUMMARY.
008416     MOVE "CU-SUMMARY" TO WS-LOG-STEP.
008417     DISPLAY " ".
008418     DISPLAY "CATCH-UP SUMMARY - RANGE " WS-CU-FROM-DATE
008420         " THRU " WS-CU-TO-DATE " AUTHORISED BY " WS-CU-SUPER-ID.
008421     PERFORM 0310-PRINT-ONE-DATE THRU 0310-EXIT
008423         VARYING WS-CU-SUB FROM 1 BY 1
008424         UNTIL WS-CU-SUB > WS-CU-COUNT.
008425     MOVE WS-CU-COUNT TO WS-CU-COUNT-ED.
008426     IF WS-CU-FAILED
008427         IF WS-PERIOD-REFUSED
008428             DISPLAY WS-BC-RUN-DATE " IS IN A CLOSED PERIOD - "
008429                 "REOPEN THE MONTH (PRDMNT01) FIRST."
008430         END-IF
008431         DISPLAY "STOPPED AT " WS-BC-RUN-DATE
008432             " - CYCLE CONTROL KEPT; RESUBMIT CATCH-UP FROM "
008433             WS-BC-RUN-DATE " TO RESUME."
008434         MOVE "S" TO WS-LOG-SEVERITY
008435         STRING "CATCH-UP STOPPED AT " WS-BC-RUN-DATE
008436             " AFTER " WS-CU-COUNT-ED " DATE(S)"
008437             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
008438         GO TO 0300-LOG
008440     END-IF.
008441     IF WS-CU-LIMIT-REACHED
008443         DISPLAY "DATE LIMIT REACHED - DATES FROM " WS-BC-RUN-DATE
008444             " THRU " WS-CU-TO-DATE " NOT RUN."
008445         MOVE "W" TO WS-LOG-SEVERITY
008447         STRING "CATCH-UP INCOMPLETE - " WS-BC-RUN-DATE
008448             " ONWARD NOT RUN"
008450             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
008451         GO TO 0300-LOG
008453     END-IF.
008454     DISPLAY "ALL " WS-CU-COUNT-ED " BUSINESS DATE(S) COMPLETED.".
008455     STRING "CATCH-UP COMPLETED - " WS-CU-COUNT-ED
008456         " DATE(S) THRU "
008457         WS-CU-TO-DATE
008458         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
008460 0300-LOG.
008461     CALL "LOGWRT01" USING WS-LOG-PARMS.
008463     MOVE "I" TO WS-LOG-SEVERITY.
008464 0300-EXIT.
008465     EXIT.
008467*
008468******************************************************************
008470* 0310-PRINT-ONE-DATE.
008471*    PRINTS AND LOGS THE SUMMARY LINE FOR THE DATE AT WS-CU-SUB.
008472******************************************************************
008474 0310-PRINT-ONE-DATE.
008475     MOVE WS-CU-DATE (WS-CU-SUB) TO CU-SL-DATE.
008477     MOVE WS-CU-RC (WS-CU-SUB) TO CU-SL-RC.
008478     MOVE WS-CU-START (WS-CU-SUB) TO CU-SL-START.
008480     MOVE WS-CU-END (WS-CU-SUB) TO CU-SL-END.
008481     EVALUATE WS-CU-RC (WS-CU-SUB)
008482         WHEN ZEROS
008483             MOVE "COMPLETED" TO CU-SL-RESULT
008484         WHEN 26
008485             MOVE "CLOSED" TO CU-SL-RESULT
008486         WHEN OTHER
008487             MOVE "ABORTED" TO CU-SL-RESULT
008488     END-EVALUATE.
008489     DISPLAY WS-CU-SUMMARY-LINE.
008490     MOVE WS-CU-SUMMARY-LINE TO WS-LOG-MESSAGE.
008491     CALL "LOGWRT01" USING WS-LOG-PARMS.
008492 0310-EXIT.
008494     EXIT.
008495*
008498******************************************************************
008500* 0400-FINISH-DRY-RUN.
008502*    ENDS A DRY RUN. THE DRIVER'S OWN HISTORY RECORD GOES ON THE
008504*    SHADOW JOB HISTORY, MARKED AS A DRY RUN; THE RUN IS POINTED
008506*    BACK AT THE LIVE SET AND DRYRUN01 STAMPS THE DRY RUN'S
008508*    REPORTS AND PRINTS THE COMPARISON WITH THE REAL RUN. THE
008510*    LOCK IS RELEASED ON THE LIVE SET. RC 24 WHEN THE SHADOW SET
008512*    COULD NOT BE BUILT, 28 WHEN THE DRY CHAIN ABORTED, ELSE 0.
008514******************************************************************
008516 0400-FINISH-DRY-RUN.
008517     MOVE "DRY-RUN" TO WS-LOG-STEP.
008519     IF WS-DR-PREPARE-FAILED
008521         MOVE 24 TO WS-DR-FINAL-RC
008523     ELSE
008525         IF WS-BC-ABORT-CHAIN
008527             MOVE 28 TO WS-DR-FINAL-RC
008529         ELSE
008531             MOVE 0 TO WS-DR-FINAL-RC
008533         END-IF
008535     END-IF.
008537     IF NOT WS-DR-ON-SHADOW
008538         GO TO 0400-RELEASE
008540     END-IF.
008542     IF WS-BC-ABORT-CHAIN
008544         MOVE "DRY RUN CYCLE ABORTED" TO WS-LOG-MESSAGE
008546         MOVE "W" TO WS-LOG-SEVERITY
008548     ELSE
008550         MOVE "DRY RUN CYCLE COMPLETED" TO WS-LOG-MESSAGE
008552     END-IF.
008554     CALL "LOGWRT01" USING WS-LOG-PARMS.
008556     MOVE "I" TO WS-LOG-SEVERITY.
008558     MOVE WS-DR-FINAL-RC TO RETURN-CODE.
008559     PERFORM 9500-WRITE-JOB-HISTORY THRU 9500-EXIT.
008561     MOVE "L" TO WS-DRY-FUNCTION.
008563     CALL "DRYRUN01" USING WS-DRY-PARMS.
008565     MOVE "N" TO WS-DR-SHADOW-SW.
008567     MOVE "C" TO WS-DRY-FUNCTION.
008569     MOVE WS-DR-FINAL-RC TO WS-DRY-CYCLE-RC.
008571     CALL "DRYRUN01" USING WS-DRY-PARMS.
008573     MOVE "DRY-RUN" TO WS-LOG-STEP.
008575     MOVE SPACES TO WS-LOG-MESSAGE.
008577     STRING "DRY RUN ENDED RC " WS-DR-FINAL-RC
008579         " - SEE SHADOW/DRYCMP." WS-BC-RUN-DATE
008580         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
008582     CALL "LOGWRT01" USING WS-LOG-PARMS.
008584 0400-RELEASE.
008586     PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT.
008588     MOVE WS-DR-FINAL-RC TO RETURN-CODE.
008590 0400-EXIT.
008592     EXIT.
008593*
008594******************************************************************
008596* 1000-INITIALIZE.
008598*    CAPTURES THE TIMESTAMP FOR THIS DRIVER'S OWN LOG LINES AND
008600*    ANNOUNCES THE START OF THE NIGHTLY CYCLE.
008700******************************************************************
008800 1000-INITIALIZE.
009300     MOVE "INIT" TO WS-LOG-STEP.
009400     MOVE "NIGHTLY BATCH CYCLE STARTING" TO WS-LOG-MESSAGE.
009500     CALL "LOGWRT01" USING WS-LOG-PARMS.
009501     PERFORM 1050-TAKE-RUN-LOCK THRU 1050-EXIT.
009502     IF WS-LOCK-REFUSED
009503         SET WS-BC-ABORT-CHAIN TO TRUE
009504         GO TO 1000-EXIT
009505     END-IF.
009506     PERFORM 1020-OFFER-DRY-RUN THRU 1020-EXIT.
009507     PERFORM 1200-ESTABLISH-BUSINESS-DATE THRU 1200-EXIT.
009515     IF WS-DR-MODE
009523         PERFORM 1600-PREPARE-DRY-RUN THRU 1600-EXIT
009532         GO TO 1000-EXIT
009540     END-IF.
009549     PERFORM 1400-OFFER-CATCH-UP THRU 1400-EXIT.
009557     PERFORM 1300-CHECK-PRIOR-SIGNOFF THRU 1300-EXIT.
009566     IF WS-BC-ABORT-CHAIN
009574         GO TO 1000-EXIT
009583     END-IF.
009591     PERFORM 1100-LOAD-CYCLE-CONTROL THRU 1100-EXIT.
009600 1000-EXIT.
009604     EXIT.
009609*
009614******************************************************************
009619* 1020-OFFER-DRY-RUN.
009624*    ASKS WHETHER TONIGHT'S SUBMISSION IS A DRY RUN - THE FULL
009628*    CHAIN AGAINST A SHADOW COPY OF THE LIVE FILES, WITH NOTHING
009633*    LIVE CHANGED.
009638******************************************************************
009643 1020-OFFER-DRY-RUN.
009648     DISPLAY "DRY RUN (SHADOW CYCLE - NOTHING LIVE CHANGES)"
009650         " (Y)? ".
009652     ACCEPT WS-DR-CHOICE.
009657     IF WS-DR-CHOICE NOT = "Y"
009662         GO TO 1020-EXIT
009667     END-IF.
009672     SET WS-DR-MODE TO TRUE.
009676     MOVE "DRY-RUN" TO WS-LOG-STEP.
009681     MOVE "DRY RUN REQUESTED - SHADOW CYCLE" TO WS-LOG-MESSAGE.
009686     CALL "LOGWRT01" USING WS-LOG-PARMS.
009691 1020-EXIT.
009696     EXIT.
009701*
009702******************************************************************
009703* 1050-TAKE-RUN-LOCK.
009883         PERFORM 1150-RESET-CYCLE-CONTROL THRU 1150-EXIT
009884         GO TO 1100-SAVE
009885     END-IF.
009886     IF CYC-JOB-DONE-COUNT NOT NUMERIC
009887         MOVE ZEROS TO CYC-JOB-DONE-COUNT
009888     END-IF.
009889     IF CYC-STORD-DONE OR CYC-RELEASE-DONE OR CYC-ACCEPT-DONE
009890         OR CYC-DUPCHK-DONE OR CYC-TOTALS-DONE OR CYC-GLPROOF-DONE
009891         OR CYC-SETTLE-DONE OR CYC-REGSCR-DONE OR CYC-RECON-DONE
009892         OR CYC-REPORT-DONE OR CYC-ARCHIVE-DONE OR CYC-BACKUP-DONE
009893         OR CYC-FEEDCHK-DONE OR CYC-DISTRIB-DONE OR CYC-JOBS-DONE
009894         OR CYC-INTCHK-DONE
009895         DISPLAY "TONIGHT'S CYCLE DID NOT COMPLETE - STEPS DONE:"
009896         DISPLAY "  INTCHK " CYC-INTCHK-SW
009897             "  STORD " CYC-STORD-SW
009898             "  RELEASE " CYC-RELEASE-SW
009899             "  ACCEPT " CYC-ACCEPT-SW
009900             "  TOTALS " CYC-TOTALS-SW
009901             "  GLPROOF " CYC-GLPROOF-SW
009902         DISPLAY "  RECON " CYC-RECON-SW
009903             "  GLACK " CYC-GLACK-SW "  REPORT " CYC-REPORT-SW
009904             "  ARCHIVE " CYC-ARCHIVE-SW
009905             "  BACKUP " CYC-BACKUP-SW
009906             "  DUPCHK " CYC-DUPCHK-SW
009907             "  SETTLE " CYC-SETTLE-SW
009908             "  REGSCR " CYC-REGSCR-SW
009909             "  FEEDCHK " CYC-FEEDCHK-SW
009910             "  DISTRIB " CYC-DISTRIB-SW
009911             "  JOBS " CYC-JOBS-SW
009912         DISPLAY "RESUME FROM FIRST INCOMPLETE STEP "
009913             "(Y = RESUME, N = RERUN FROM TOP)? "
009914         ACCEPT WS-RESUME-CHOICE
009915         IF WS-RESUME-CHOICE = "Y"
009916             MOVE "RESUME" TO WS-LOG-STEP
009917             MOVE "RESUMING CYCLE - COMPLETED STEPS SKIPPED" TO
009918                 WS-LOG-MESSAGE
009919             CALL "LOGWRT01" USING WS-LOG-PARMS
009920         ELSE
009921             PERFORM 1150-RESET-CYCLE-CONTROL THRU 1150-EXIT
009922         END-IF
009923     END-IF.
009924 1100-SAVE.
009925     PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT.
009926 1100-EXIT.
009927     EXIT.
009928*
009929******************************************************************
009930* 1150-RESET-CYCLE-CONTROL.
009931*    STARTS A FRESH CYCLE RECORD FOR TODAY WITH NO STEP COMPLETE.
009932******************************************************************
009933 1150-RESET-CYCLE-CONTROL.
009934     MOVE SPACES TO CYCLE-CONTROL-RECORD.
009935     MOVE WS-BC-RUN-DATE TO CYC-CYCLE-DATE.
009936     MOVE "N" TO CYC-ACCEPT-SW.
009937     MOVE "N" TO CYC-TOTALS-SW.
009938     MOVE "N" TO CYC-GLPROOF-SW.
009939     MOVE "N" TO CYC-RECON-SW CYC-GLACK-SW.
009940     MOVE "N" TO CYC-REPORT-SW.
009941     MOVE "N" TO CYC-ARCHIVE-SW.
009942     MOVE "N" TO CYC-STORD-SW CYC-RELEASE-SW CYC-BACKUP-SW.
009943     MOVE "N" TO CYC-DUPCHK-SW CYC-SETTLE-SW CYC-REGSCR-SW.
009944     MOVE "N" TO CYC-FEEDCHK-SW CYC-DISTRIB-SW CYC-JOBS-SW.
009945     MOVE "N" TO CYC-INTCHK-SW.
009946     MOVE ZEROS TO CYC-JOB-DONE-COUNT.
009947 1150-EXIT.
009948     EXIT.
009949*
009950******************************************************************
009951* 1200-ESTABLISH-BUSINESS-DATE.
009952*    FETCHES THE BUSINESS DATE FROM THE CONTROL FILE - A FIRST RUN
009953*    ESTABLISHES IT FROM THE SYSTEM CLOCK - DISPLAYS IT, OFFERS A
009954*    SUPERVISOR-AUTHORISED OVERRIDE FOR CATCH-UP RUNS, AND MAKES
009955*    IT THE RUN DATE FOR THE WHOLE CYCLE.
009956******************************************************************
009957 1200-ESTABLISH-BUSINESS-DATE.
009958     MOVE "G" TO WS-BDATE-FUNCTION.
009959     CALL "BDATE01" USING WS-BDATE-PARMS.
009960     IF WS-BDATE-STATUS = "D" AND NOT WS-DR-MODE
009961         MOVE "P" TO WS-BDATE-FUNCTION
009962         CALL "BDATE01" USING WS-BDATE-PARMS
009963         MOVE "G" TO WS-BDATE-FUNCTION
009964         MOVE "BUS-DATE" TO WS-LOG-STEP
009965         MOVE "BUSINESS DATE ESTABLISHED FROM SYSTEM CLOCK" TO
009966             WS-LOG-MESSAGE
009967         CALL "LOGWRT01" USING WS-LOG-PARMS
009968     END-IF.
009969     IF WS-DR-MODE
009970         DISPLAY "BUSINESS DATE IS " WS-BDATE-DATE
009971         GO TO 1200-SET-RUN-DATE
009972     END-IF.
009973     DISPLAY "BUSINESS DATE IS " WS-BDATE-DATE
009974         " - OVERRIDE (Y)? ".
009975     ACCEPT WS-OVR-CHOICE.
009977     IF WS-OVR-CHOICE = "Y"
009978         PERFORM 1250-TAKE-DATE-OVERRIDE THRU 1250-EXIT
009979     END-IF.
009980 1200-SET-RUN-DATE.
009981     MOVE WS-BDATE-DATE TO WS-BC-RUN-DATE.
009982     MOVE WS-BC-RUN-DATE TO WS-LOG-RUN-DATE.
009983 1200-EXIT.
009984     EXIT.
009986*
009993******************************************************************
010000* 1250-TAKE-DATE-OVERRIDE.
010182             " IS NOT ACTIVE - NO OVERRIDE."
010189         GO TO 1250-EXIT
010196     END-IF.
010198     MOVE WS-OVR-ID TO WS-FNA-OPERATOR-ID.
010201     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
010204     CALL "FNAUTH01" USING WS-FNA-PARMS.
010207     IF NOT WS-FNA-CAN-SUPERVISE
010210         DISPLAY "OPERATOR " WS-OVR-ID
010217             " LACKS AUTHORITY - NO OVERRIDE."
010224         GO TO 1250-EXIT
010294         DISPLAY "NOT A VALID CALENDAR DATE - NO OVERRIDE."
010301         GO TO 1250-EXIT
010308     END-IF.
010309     MOVE WS-OVR-DATE TO WS-PRC-DATE.
010311     CALL "PRDCTL01" USING WS-PRC-PARMS.
010312     IF WS-PRC-PERIOD-CLOSED
010314         DISPLAY "PERIOD " WS-PRC-PERIOD
010315             " IS CLOSED - NO OVERRIDE."
010317         GO TO 1250-EXIT
010318     END-IF.
010320     MOVE WS-OVR-DATE TO WS-BDATE-DATE.
010322     MOVE "P" TO WS-BDATE-FUNCTION.
010329     CALL "BDATE01" USING WS-BDATE-PARMS.
010336     MOVE "G" TO WS-BDATE-FUNCTION.
010350     MOVE "W" TO WS-LOG-SEVERITY.
010357     STRING "BUSINESS DATE OVERRIDDEN TO " WS-OVR-DATE
010364         " BY " WS-OVR-ID
010365         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
010366     CALL "LOGWRT01" USING WS-LOG-PARMS.
010367     MOVE "I" TO WS-LOG-SEVERITY.
010368 1250-EXIT.
010369     EXIT.
010370*
010371******************************************************************
010372* 1300-CHECK-PRIOR-SIGNOFF.
010373*    FINDS THE LATEST COMPLETED CYCLE ON THE JOB HISTORY WHOSE
010374*    BUSINESS DATE IS BEFORE TONIGHT'S AND DEMANDS A SUPERVISOR
010375*    RELEASE FOR IT ON THE DAY-RELEASE FILE. NO COMPLETED PRIOR
010376*    CYCLE PASSES (A FIRST-EVER RUN); A PRIOR DATE WITH NO
010377*    RELEASE, OR A HOLD, REFUSES THE CYCLE.
010378******************************************************************
010379 1300-CHECK-PRIOR-SIGNOFF.
010380     MOVE ZEROS TO WS-PRIOR-CYCLE-DATE.
010381     MOVE "N" TO WS-JH-EOF-SW.
010382     OPEN INPUT JOB-HISTORY-FILE.
010383     IF WS-JH-FILE-NOT-FOUND
010384         CLOSE JOB-HISTORY-FILE
010385         GO TO 1300-EXIT
010386     END-IF.
010387     PERFORM 1310-SCAN-ONE-CYCLE THRU 1310-EXIT
010388         UNTIL WS-JH-EOF.
010389     CLOSE JOB-HISTORY-FILE.
010390     IF WS-PRIOR-CYCLE-DATE = ZEROS
010391         GO TO 1300-EXIT
010392     END-IF.
010393     PERFORM 1320-READ-RELEASE THRU 1320-EXIT.
010394     IF WS-SIGNOFF-OK
010395         GO TO 1300-EXIT
010396     END-IF.
010397     DISPLAY "PRIOR BUSINESS DATE " WS-PRIOR-CYCLE-DATE
010398         " IS NOT SIGNED OFF - CYCLE REFUSED.".
010399     MOVE "SIGNOFF" TO WS-LOG-STEP.
010400     MOVE "S" TO WS-LOG-SEVERITY.
010401     STRING "DAY " WS-PRIOR-CYCLE-DATE
010402         " NOT SIGNED OFF - CYCLE REFUSED"
010403         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
010405     CALL "LOGWRT01" USING WS-LOG-PARMS.
010406     MOVE "I" TO WS-LOG-SEVERITY.
010407     SET WS-SIGNOFF-REFUSED TO TRUE.
010408     SET WS-BC-ABORT-CHAIN TO TRUE.
010409 1300-EXIT.
010410     EXIT.
010411*
010412******************************************************************
010413* 1310-SCAN-ONE-CYCLE.
010414*    READS ONE JOB HISTORY RECORD, KEEPING THE LATEST COMPLETED
010415*    BATCHCTL DATE BEFORE TONIGHT'S BUSINESS DATE.
010416******************************************************************
010417 1310-SCAN-ONE-CYCLE.
010418     READ JOB-HISTORY-FILE
010419         AT END
010420             SET WS-JH-EOF TO TRUE
010421             GO TO 1310-EXIT
010422     END-READ.
010423     IF JH-PROGRAM-ID = "BATCHCTL"
010424         AND JH-RETURN-CODE = ZEROS
010425         AND JH-RUN-DATE < WS-BC-RUN-DATE
010426         AND JH-RUN-DATE > WS-PRIOR-CYCLE-DATE
010427         MOVE JH-RUN-DATE TO WS-PRIOR-CYCLE-DATE
010428     END-IF.
010429 1310-EXIT.
010430     EXIT.
010431*
010432******************************************************************
010433* 1320-READ-RELEASE.
010434*    LOOKS UP THE PRIOR DATE ON THE DAY-RELEASE FILE. ONLY A
010435*    RELEASE VERDICT PASSES - NO FILE, NO RECORD, OR A HOLD ALL
010436*    LEAVE THE GATE SHUT.
010437******************************************************************
010438 1320-READ-RELEASE.
010439     MOVE "N" TO WS-SIGNOFF-OK-SW.
010440     OPEN INPUT DAY-RELEASE-FILE.
010441     IF WS-REL-FILE-STATUS NOT = "00"
010442         CLOSE DAY-RELEASE-FILE
010443         GO TO 1320-EXIT
010444     END-IF.
010446     MOVE WS-PRIOR-CYCLE-DATE TO REL-DATE.
010447     READ DAY-RELEASE-FILE
010448         INVALID KEY
010449             CLOSE DAY-RELEASE-FILE
010450             GO TO 1320-EXIT
010451     END-READ.
010452     CLOSE DAY-RELEASE-FILE.
010453     IF REL-RELEASED
010454         SET WS-SIGNOFF-OK TO TRUE
010455     END-IF.
010456 1320-EXIT.
010457     EXIT.
010458*
010459*
010460******************************************************************
010461* 1350-CHECK-PERIOD-OPEN.
010462*    REFUSES THE CYCLE WHEN THE BUSINESS DATE FALLS IN A CLOSED
010463*    ACCOUNTING PERIOD - THE MONTH'S TOTALS, JOURNAL AND
010464*    STATEMENTS ARE ALREADY OUT AND A RERUN WOULD CHANGE THEM.
010465*    ASKED ONLY WHILE THE TOTALS STEP IS STILL TO RUN; A RESTART
010466*    PAST IT IS FINISHING A CYCLE THAT BEGAN IN AN OPEN MONTH.
010467******************************************************************
010468 1350-CHECK-PERIOD-OPEN.
010469     MOVE WS-BC-RUN-DATE TO WS-PRC-DATE.
010470     CALL "PRDCTL01" USING WS-PRC-PARMS.
010471     IF NOT WS-PRC-PERIOD-CLOSED
010472         GO TO 1350-EXIT
010473     END-IF.
010474     MOVE "PERIOD" TO WS-LOG-STEP.
010475     MOVE "W" TO WS-LOG-SEVERITY.
010476     MOVE SPACES TO WS-LOG-MESSAGE.
010477     STRING "PERIOD " WS-PRC-PERIOD
010478         " IS CLOSED - REOPEN IT BEFORE RUNNING " WS-BC-RUN-DATE
010479         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
010480     CALL "LOGWRT01" USING WS-LOG-PARMS.
010481     MOVE "I" TO WS-LOG-SEVERITY.
010482     SET WS-PERIOD-REFUSED TO TRUE.
010483     SET WS-BC-ABORT-CHAIN TO TRUE.
010484 1350-EXIT.
010485     EXIT.
010486*
010487******************************************************************
010488* 1400-OFFER-CATCH-UP.
010489*    OFFERS CATCH-UP MODE. THE SUPERVISOR AUTHORISING IT MUST BE
010490*    ON THE MASTER, ACTIVE AND HOLD SUPERVISOR AUTHORITY - THE
010492*    SAME TEST AS A DATE OVERRIDE. THE FIRST DATE (ZEROS = THE
010493*    CURRENT BUSINESS DATE) MUST BE A BUSINESS DAY AND THE LAST
010494*    A VALID DATE NOT BEFORE IT. ANY REFUSAL LEAVES AN ORDINARY
010495*    SINGLE-DATE CYCLE ON THE CURRENT BUSINESS DATE. ACCEPTED,
010496*    THE FIRST DATE IS WRITTEN TO THE CONTROL FILE AND BECOMES
010498*    THE RUN DATE, SO THE SIGN-OFF GATE AND THE CYCLE CONTROL
010499*    LOAD THAT FOLLOW BOTH WORK ON IT.
010500******************************************************************
010501 1400-OFFER-CATCH-UP.
010502     DISPLAY "RUN CATCH-UP OVER A RANGE OF BUSINESS DATES (Y)? ".
010504     ACCEPT WS-CU-CHOICE.
010505     IF WS-CU-CHOICE NOT = "Y"
010506         GO TO 1400-EXIT
010507     END-IF.
010508     PERFORM 1410-CHECK-CATCHUP-SUPER THRU 1410-EXIT.
010510     IF NOT WS-CU-AUTHORISED
010511         GO TO 1400-EXIT
010512     END-IF.
010513     DISPLAY "ENTER FIRST BUSINESS DATE (AAAAMMDD, "
010515         "ZEROS = " WS-BC-RUN-DATE "): ".
010516     ACCEPT WS-CU-FROM-DATE.
010517     IF WS-CU-FROM-DATE = ZEROS
010518         MOVE WS-BC-RUN-DATE TO WS-CU-FROM-DATE
010519     END-IF.
010521     MOVE WS-CU-FROM-DATE TO DATEFLD-DATE.
010522     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
010523     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
010524     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
010525     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
010527     IF NOT WS-DATE-PARM-VALID
010528         OR NOT WS-DATE-PARM-WEEKDAY
010529         OR NOT WS-DATE-PARM-NOT-HOLIDAY
010530         DISPLAY "FIRST DATE IS NOT A BUSINESS DAY - NO CATCH-UP."
010531         GO TO 1400-EXIT
010533     END-IF.
010534     DISPLAY "ENTER LAST BUSINESS DATE (AAAAMMDD): ".
010535     ACCEPT WS-CU-TO-DATE.
010536     MOVE WS-CU-TO-DATE TO DATEFLD-DATE.
010537     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
010539     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
010540     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
010541     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
010542     IF WS-DATE-PARM-INVALID
010544         DISPLAY "LAST DATE IS NOT A VALID DATE - NO CATCH-UP."
010545         GO TO 1400-EXIT
010546     END-IF.
010547     IF WS-CU-TO-DATE < WS-CU-FROM-DATE
010548         DISPLAY "LAST DATE IS BEFORE THE FIRST - NO CATCH-UP."
010550         GO TO 1400-EXIT
010551     END-IF.
010552     IF WS-CU-FROM-DATE NOT = WS-BDATE-DATE
010553         MOVE WS-CU-FROM-DATE TO WS-BDATE-DATE
010554         MOVE "P" TO WS-BDATE-FUNCTION
010556         CALL "BDATE01" USING WS-BDATE-PARMS
010557         MOVE "G" TO WS-BDATE-FUNCTION
010558     END-IF.
010559     MOVE WS-CU-FROM-DATE TO WS-BC-RUN-DATE.
010560     MOVE WS-BC-RUN-DATE TO WS-LOG-RUN-DATE.
010562     SET WS-CU-MODE TO TRUE.
010563     MOVE "CATCH-UP" TO WS-LOG-STEP.
010564     MOVE "W" TO WS-LOG-SEVERITY.
010565     STRING "CATCH-UP " WS-CU-FROM-DATE " THRU " WS-CU-TO-DATE
010567         " AUTHORISED BY " WS-CU-SUPER-ID
010568         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
010569     CALL "LOGWRT01" USING WS-LOG-PARMS.
010570     MOVE "I" TO WS-LOG-SEVERITY.
010571 1400-EXIT.
010573     EXIT.
010574*
010575******************************************************************
010576* 1410-CHECK-CATCHUP-SUPER.
010577*    TAKES AND CHECKS THE SUPERVISOR ID AUTHORISING CATCH-UP.
010579******************************************************************
010580 1410-CHECK-CATCHUP-SUPER.
010581     MOVE "N" TO WS-CU-AUTH-SW.
010582     DISPLAY "ENTER SUPERVISOR ID FOR CATCH-UP: ".
010583     ACCEPT WS-CU-SUPER-ID.
010585     OPEN INPUT OPERATOR-FILE.
010586     IF WS-OPR-FILE-STATUS NOT = "00"
010587         DISPLAY "OPERATOR MASTER NOT AVAILABLE - NO CATCH-UP."
010588         GO TO 1410-EXIT
010589     END-IF.
010591     MOVE WS-CU-SUPER-ID TO OPR-ID.
010592     READ OPERATOR-FILE
010593         INVALID KEY
010594             DISPLAY "OPERATOR " WS-CU-SUPER-ID
010596                 " NOT ON THE MASTER - NO CATCH-UP."
010597             CLOSE OPERATOR-FILE
010598             GO TO 1410-EXIT
010599     END-READ.
010600     CLOSE OPERATOR-FILE.
010602     IF NOT OPR-ACTIVE
010603         DISPLAY "OPERATOR " WS-CU-SUPER-ID
010604             " IS NOT ACTIVE - NO CATCH-UP."
010605         GO TO 1410-EXIT
010606     END-IF.
010607     MOVE WS-CU-SUPER-ID TO WS-FNA-OPERATOR-ID.
010608     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
010609     CALL "FNAUTH01" USING WS-FNA-PARMS.
010610     IF NOT WS-FNA-CAN-SUPERVISE
010611         DISPLAY "OPERATOR " WS-CU-SUPER-ID
010612             " LACKS AUTHORITY - NO CATCH-UP."
010613         GO TO 1410-EXIT
010614     END-IF.
010615     SET WS-CU-AUTHORISED TO TRUE.
010616 1410-EXIT.
010617     EXIT.
010618*
010656******************************************************************
010657* 1450-RUN-INTCHK-STEP.
010658*    CALLS INTCHK01, WHICH WALKS THE KEYED FILES AND REPORTS
010659*    EVERY ORPHAN OR INCONSISTENT REFERENCE BY RULE AND
010660*    SEVERITY BEFORE ANY STEP TOUCHES THE DAY. RC 8 (A SEVERE
010661*    FINDING - TONIGHT'S RUN WOULD POST AGAINST A CODE THAT IS
010662*    GONE) HOLDS THE CHAIN UNTIL THE MASTERS ARE PUT RIGHT AND
010663*    THE CYCLE IS RESTARTED; RC 4 (WARNINGS ONLY) IS LOGGED AND
010664*    THE CHAIN RUNS ON; ANY OTHER NON-ZERO RC IS A BROKEN RUN
010665*    AND ABORTS.
010666******************************************************************
010667 1450-RUN-INTCHK-STEP.
010668     MOVE "RUN-INTCHK" TO WS-LOG-STEP.
010669     MOVE 0 TO RETURN-CODE.
010670     CALL "INTCHK01".
010671     IF RETURN-CODE = 8
010672         MOVE "W" TO WS-LOG-SEVERITY
010673         MOVE SPACES TO WS-LOG-MESSAGE
010674         STRING "SEVERE INTEGRITY FINDINGS - CHAIN HELD - SEE "
010675             "INTCHK." WS-BC-RUN-DATE
010676             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
010677         CALL "LOGWRT01" USING WS-LOG-PARMS
010678         SET WS-BC-ABORT-CHAIN TO TRUE
010679         GO TO 1450-EXIT
010680     END-IF.
010681     IF RETURN-CODE = 4
010682         MOVE "W" TO WS-LOG-SEVERITY
010683         MOVE SPACES TO WS-LOG-MESSAGE
010684         STRING "INTEGRITY WARNINGS - SEE REPORT INTCHK."
010685             WS-BC-RUN-DATE
010686             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
010687         CALL "LOGWRT01" USING WS-LOG-PARMS
010688         SET CYC-INTCHK-DONE TO TRUE
010689         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
010690         GO TO 1450-EXIT
010691     END-IF.
010692     IF RETURN-CODE NOT = 0
010693         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
010694         MOVE SPACES TO WS-LOG-MESSAGE
010695         STRING "INTCHK01 RETURNED RC " WS-BC-RC-DISPLAY
010696             " - CHAIN ABORTED" DELIMITED BY SIZE
010697             INTO WS-LOG-MESSAGE
010698         END-STRING
010699         MOVE "W" TO WS-LOG-SEVERITY
010700         CALL "LOGWRT01" USING WS-LOG-PARMS
010701         SET WS-BC-ABORT-CHAIN TO TRUE
010702     ELSE
010703         MOVE "INTCHK01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
010704         MOVE "I" TO WS-LOG-SEVERITY
010705         CALL "LOGWRT01" USING WS-LOG-PARMS
010706         SET CYC-INTCHK-DONE TO TRUE
010707         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
010708     END-IF.
010709 1450-EXIT.
010710     EXIT.
010711*
010712******************************************************************
010713* 1500-RUN-STORD-STEP.
010714*    CALLS SOGEN01, WHICH WRITES EVERY DUE STANDING-ORDER
010715*    TEMPLATE INTO THE TRANSACTION FILE FOR THE BUSINESS DATE
010716*    AND ROLLS THE TEMPLATES' NEXT-DUE DATES FORWARD. RUNS
010717*    BEFORE OPERATOR ENTRY SO THE RECURRING ITEMS ARE ALREADY
010718*    ON FILE WHEN THE DAY IS KEYED.
010719******************************************************************
010720 1500-RUN-STORD-STEP.
010721     MOVE "RUN-STORD" TO WS-LOG-STEP.
010722     CALL "SOGEN01".
010723     IF RETURN-CODE NOT = 0
010724         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
010725         STRING "SOGEN01 RETURNED RC " WS-BC-RC-DISPLAY
010726             " - CHAIN ABORTED" DELIMITED BY SIZE
010727             INTO WS-LOG-MESSAGE
010728         END-STRING
010729         MOVE "W" TO WS-LOG-SEVERITY
010730         CALL "LOGWRT01" USING WS-LOG-PARMS
010731         SET WS-BC-ABORT-CHAIN TO TRUE
010732     ELSE
010733         MOVE "SOGEN01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
010734         MOVE "I" TO WS-LOG-SEVERITY
010735         CALL "LOGWRT01" USING WS-LOG-PARMS
010736         SET CYC-STORD-DONE TO TRUE
010737         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
010738     END-IF.
010740 1500-EXIT.
010741     EXIT.
010743*
010745******************************************************************
010747* 1600-PREPARE-DRY-RUN.
010749*    HAS DRYRUN01 BUILD THE SHADOW SET AND POINT THE RUN AT IT,
010751*    THEN STARTS A FRESH CYCLE CONTROL RECORD THERE SO THE WHOLE
010753*    CHAIN RUNS. A SHADOW SET THAT CANNOT BE BUILT STOPS THE DRY
010755*    RUN BEFORE ANY STEP STARTS.
010757******************************************************************
010759 1600-PREPARE-DRY-RUN.
010761     MOVE "DRY-RUN" TO WS-LOG-STEP.
010763     MOVE "P" TO WS-DRY-FUNCTION.
010765     MOVE WS-BC-RUN-DATE TO WS-DRY-RUN-DATE.
010767     CALL "DRYRUN01" USING WS-DRY-PARMS.
010769     IF WS-DRY-FAILED
010771         MOVE SPACES TO WS-LOG-MESSAGE
010773         STRING "SHADOW SET NOT BUILT (" WS-DRY-FAILED-FILE
010775             ") - DRY RUN ABORTED"
010777             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
010779         MOVE "S" TO WS-LOG-SEVERITY
010781         CALL "LOGWRT01" USING WS-LOG-PARMS
010783         MOVE "I" TO WS-LOG-SEVERITY
010785         SET WS-DR-PREPARE-FAILED TO TRUE
010787         SET WS-BC-ABORT-CHAIN TO TRUE
010789         GO TO 1600-EXIT
010791     END-IF.
010794     MOVE "S" TO WS-DRY-FUNCTION.
010796     CALL "DRYRUN01" USING WS-DRY-PARMS.
010798     SET WS-DR-ON-SHADOW TO TRUE.
010800     PERFORM 1150-RESET-CYCLE-CONTROL THRU 1150-EXIT.
010802     PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT.
010804     MOVE SPACES TO WS-LOG-MESSAGE.
010806     STRING "DRY RUN ON SHADOW SET - " WS-DRY-FILE-COUNT
010808         " FILES COPIED, DATE " WS-BC-RUN-DATE
010810         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
010812     CALL "LOGWRT01" USING WS-LOG-PARMS.
010814 1600-EXIT.
010816     EXIT.
010818*
010820******************************************************************
010822* 1700-RUN-RELEASE-STEP.
010824*    CALLS TRNREL01, WHICH MOVES EVERY WAREHOUSED VALUE-DATED
010826*    ITEM WHOSE DAY THE BUSINESS DATE HAS REACHED ONTO THE
010828*    TRANSACTION FILE. RUNS BEFORE OPERATOR ENTRY SO THE
010830*    RELEASED ITEMS ARE ON FILE WHEN THE DAY IS KEYED.
010832******************************************************************
010834 1700-RUN-RELEASE-STEP.
010836     MOVE "RUN-RELEASE" TO WS-LOG-STEP.
010838     CALL "TRNREL01".
010840     IF RETURN-CODE NOT = 0
010842         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
010844         STRING "TRNREL01 RETURNED RC " WS-BC-RC-DISPLAY
010847             " - CHAIN ABORTED" DELIMITED BY SIZE
010849             INTO WS-LOG-MESSAGE
010851         END-STRING
010853         MOVE "W" TO WS-LOG-SEVERITY
010855         CALL "LOGWRT01" USING WS-LOG-PARMS
010857         SET WS-BC-ABORT-CHAIN TO TRUE
010859     ELSE
010861         MOVE "TRNREL01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
010863         MOVE "I" TO WS-LOG-SEVERITY
010865         CALL "LOGWRT01" USING WS-LOG-PARMS
010867         SET CYC-RELEASE-DONE TO TRUE
010869         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
010871     END-IF.
010873 1700-EXIT.
010875     EXIT.
010877*
010879******************************************************************
010881* 2000-RUN-ACCEPT-STEP.
010883*    CALLS COMMANDS_ACCEPT, WHICH STAMPS AND VALIDATES THE RUN
010885*    DATE AND TAKES OPERATOR ENTRY. A NONZERO RETURN-CODE (AN
010887*    INVALID OR WEEKEND RUN DATE) ABORTS THE REST OF THE CHAIN.
010889******************************************************************
010891 2000-RUN-ACCEPT-STEP.
010893     MOVE "RUN-ACCEPT" TO WS-LOG-STEP.
010895     CALL "COMMANDS_ACCEPT".
010897     IF RETURN-CODE NOT = 0
010900         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
011000         STRING "COMMANDS_ACCEPT RETURNED RC " WS-BC-RC-DISPLAY
011100             " - CHAIN ABORTED" DELIMITED BY SIZE
012308     END-IF.
012309 2500-EXIT.
012310     EXIT.
012312*
012314******************************************************************
012316* 2700-RUN-FEEDCHK-STEP.
012318*    CALLS FDCHK01, WHICH PROVES THE EXPECTED-FEED SCHEDULE
012320*    AGAINST THE FEEDS THE INTAKE RUN TOOK IN FOR THE DAY AND
012322*    REPORTS EVERY SCHEDULED BRANCH WHOSE FEED IS MISSING, WAS
012324*    REFUSED OR CAME IN LATE. RC 4 (A FEED MISSING OR REFUSED)
012326*    HOLDS THE CHAIN FOR AN OPERATOR TO ACKNOWLEDGE BEFORE THE
012328*    TOTALS RUN POSTS A DAY WITH A BRANCH SHORT; ANY OTHER
012330*    NON-ZERO RC IS A BROKEN RUN AND ABORTS.
012332******************************************************************
012334 2700-RUN-FEEDCHK-STEP.
012336     MOVE "RUN-FEEDCHK" TO WS-LOG-STEP.
012338     CALL "FDCHK01".
012340     IF RETURN-CODE = 4
012342         PERFORM 2710-TAKE-FEED-ACK THRU 2710-EXIT
012344         IF NOT WS-FACK-GIVEN
012346             MOVE "W" TO WS-LOG-SEVERITY
012348             MOVE "MISSING FEEDS NOT ACKNOWLEDGED - CHAIN ABORTED"
012350                 TO WS-LOG-MESSAGE
012352             CALL "LOGWRT01" USING WS-LOG-PARMS
012354             SET WS-BC-ABORT-CHAIN TO TRUE
012356             GO TO 2700-EXIT
012359         END-IF
012361         MOVE "W" TO WS-LOG-SEVERITY
012363         MOVE SPACES TO WS-LOG-MESSAGE
012365         STRING "MISSING FEEDS ACKNOWLEDGED BY " WS-FACK-ID
012367             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
012369         CALL "LOGWRT01" USING WS-LOG-PARMS
012371         SET CYC-FEEDCHK-DONE TO TRUE
012373         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
012375         GO TO 2700-EXIT
012377     END-IF.
012379     IF RETURN-CODE NOT = 0
012381         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
012383         STRING "FDCHK01 RETURNED RC " WS-BC-RC-DISPLAY
012385             " - CHAIN ABORTED" DELIMITED BY SIZE
012387             INTO WS-LOG-MESSAGE
012389         END-STRING
012391         MOVE "W" TO WS-LOG-SEVERITY
012393         CALL "LOGWRT01" USING WS-LOG-PARMS
012395         SET WS-BC-ABORT-CHAIN TO TRUE
012397     ELSE
012399         MOVE "FDCHK01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
012401         MOVE "I" TO WS-LOG-SEVERITY
012403         CALL "LOGWRT01" USING WS-LOG-PARMS
012406         SET CYC-FEEDCHK-DONE TO TRUE
012408         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
012410     END-IF.
012412 2700-EXIT.
012414     EXIT.
012416*
012418******************************************************************
012420* 2710-TAKE-FEED-ACK.
012422*    SHOWS WHERE THE FEED CHECK REPORT IS AND TAKES THE ID OF
012424*    THE OPERATOR ACKNOWLEDGING THE MISSING FEEDS. THE OPERATOR
012426*    MUST BE ON THE MASTER AND ACTIVE; 000000 DECLINES.
012428******************************************************************
012430 2710-TAKE-FEED-ACK.
012432     MOVE "N" TO WS-FACK-SW.
012434     DISPLAY "SCHEDULED BRANCH FEEDS ARE MISSING OR REFUSED - "
012436         "SEE REPORT FEEDCHK." WS-BC-RUN-DATE.
012438     DISPLAY "ENTER OPERATOR ID TO ACKNOWLEDGE AND CONTINUE "
012440         "(000000 TO STOP THE CHAIN): ".
012442     ACCEPT WS-FACK-ID.
012444     IF WS-FACK-ID = ZEROS
012446         GO TO 2710-EXIT
012448     END-IF.
012450     OPEN INPUT OPERATOR-FILE.
012453     IF WS-OPR-FILE-STATUS NOT = "00"
012455         DISPLAY "OPERATOR MASTER NOT AVAILABLE - "
012456             "NOT ACKNOWLEDGED."
012457         GO TO 2710-EXIT
012459     END-IF.
012461     MOVE WS-FACK-ID TO OPR-ID.
012463     READ OPERATOR-FILE
012465         INVALID KEY
012467             DISPLAY "OPERATOR " WS-FACK-ID
012469                 " NOT ON THE MASTER - NOT ACKNOWLEDGED."
012471             CLOSE OPERATOR-FILE
012473             GO TO 2710-EXIT
012475     END-READ.
012477     CLOSE OPERATOR-FILE.
012479     IF NOT OPR-ACTIVE
012481         DISPLAY "OPERATOR " WS-FACK-ID
012483             " IS NOT ACTIVE - NOT ACKNOWLEDGED."
012485         GO TO 2710-EXIT
012487     END-IF.
012489     SET WS-FACK-GIVEN TO TRUE.
012491 2710-EXIT.
012493     EXIT.
012495*
012497******************************************************************
012500* 3000-RUN-TOTALS-STEP.
012600*    CALLS HELLOWORLD, WHICH TOTALS THE DAY'S TRANSACTION FILE
012700*    AND PRINTS THE DAILY TOTALS REPORT.
014679 3200-EXIT.
014682     EXIT.
014685*
014688******************************************************************
014692* 3300-RUN-SETTLE-STEP.
014695*    CALLS XFSTL01, WHICH PAIRS EVERY INTER-BRANCH TRANSFER LEG
014699*    ON THE LIVE FILE WITH ITS PARTNER, PRINTS EACH BRANCH'S
014702*    DUE-TO/DUE-FROM POSITION AND PROVES THE NETWORK NETS TO
014706*    ZERO. A MISSING OR MISMATCHED LEG IS A BREAK AND STOPS THE
014710*    CHAIN BEFORE THE DAY IS RECONCILED AND SIGNED OFF.
014713******************************************************************
014717 3300-RUN-SETTLE-STEP.
014720     MOVE "RUN-SETTLE" TO WS-LOG-STEP.
014724     CALL "XFSTL01".
014728     IF RETURN-CODE NOT = 0
014731         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
014735         STRING "XFSTL01 RETURNED RC " WS-BC-RC-DISPLAY
014738             " - CHAIN ABORTED" DELIMITED BY SIZE
014742             INTO WS-LOG-MESSAGE
014746         END-STRING
014749         MOVE "W" TO WS-LOG-SEVERITY
014753         CALL "LOGWRT01" USING WS-LOG-PARMS
014756         SET WS-BC-ABORT-CHAIN TO TRUE
014760     ELSE
014764         MOVE "XFSTL01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
014767         MOVE "I" TO WS-LOG-SEVERITY
014771         CALL "LOGWRT01" USING WS-LOG-PARMS
014774         SET CYC-SETTLE-DONE TO TRUE
014778         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
014782     END-IF.
014785 3300-EXIT.
014789     EXIT.
014792*
014795******************************************************************
014798* 3400-RUN-REGSCR-STEP.
014801*    CALLS RGSCR01, WHICH SCREENS THE DAY'S ITEMS (AND THE
014805*    ARCHIVED DAYS OF THE ROLLING WINDOW) AGAINST THE REPORTING
014808*    THRESHOLDS, FILES EACH NEW REPORTABLE ITEM WITH ITS FILING
014811*    DEADLINE AND WRITES THE DAY'S SUBMISSION FILE. IT MUST RUN
014814*    BEFORE TRNARC01 EMPTIES THE LIVE FILE.
014818******************************************************************
014821 3400-RUN-REGSCR-STEP.
014824     MOVE "RUN-REGSCR" TO WS-LOG-STEP.
014828     CALL "RGSCR01".
014831     IF RETURN-CODE NOT = 0
014834         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
014837         STRING "RGSCR01 RETURNED RC " WS-BC-RC-DISPLAY
014841             " - CHAIN ABORTED" DELIMITED BY SIZE
014844             INTO WS-LOG-MESSAGE
014847         END-STRING
014850         MOVE "W" TO WS-LOG-SEVERITY
014854         CALL "LOGWRT01" USING WS-LOG-PARMS
014857         SET WS-BC-ABORT-CHAIN TO TRUE
014860     ELSE
014864         MOVE "RGSCR01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
014867         MOVE "I" TO WS-LOG-SEVERITY
014870         CALL "LOGWRT01" USING WS-LOG-PARMS
014873         SET CYC-REGSCR-DONE TO TRUE
014877         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
014880     END-IF.
014883 3400-EXIT.
014886     EXIT.
014890*
014893******************************************************************
014896* 3500-RUN-RECON-STEP.
014900*    CALLS RECON01, WHICH CHECKS TODAY'S JOB RUN HISTORY RECORDS
015000*    FOR THE EXPECTED (COMMANDS_ACCEPT) AND ACTUAL (HELLOWORLD)
015100*    TRANSACTION COUNTS AND FLAGS A RECONCILIATION BREAK WHEN
017081 3800-EXIT.
017084     EXIT.
017100*
017105******************************************************************
017111* 4000-RUN-SCHEDULED-JOBS.
017116*    RUNS EVERY JOB ON THE JOB SCHEDULE DUE ON THE BUSINESS DATE,
017122*    IN JOB-NAME ORDER, AND RECORDS ON EACH HOW IT WENT. RUN
017127*    AHEAD OF THE ARCHIVE SO A STATEMENT OR REPORT STILL SEES THE
017133*    DAY ON THE LIVE FILE. A JOB ALREADY COMPLETED TONIGHT (A
017138*    RESTART) IS NOT RUN AGAIN. A FAILED OR HELD JOB DOES NOT
017144*    FAIL THE STEP - IT IS LOGGED AND SHOWN ON THE OPERATIONS
017149*    SUMMARY - UNLESS THE JOB IS SET TO STOP THE CHAIN ON
017155*    FAILURE. A SCHEDULE NOT YET CREATED IS SEEDED WITH THE
017160*    STANDING JOBS OFF THE SCHEDULABLE PROGRAM TABLE.
017166******************************************************************
017172 4000-RUN-SCHEDULED-JOBS.
017177     MOVE "RUN-JOBS" TO WS-LOG-STEP.
017183     ACCEPT WS-JS-START-TIME FROM TIME.
017188     MOVE ZEROS TO WS-JS-RUN-COUNT WS-JS-FAIL-COUNT
017194         WS-JS-SKIP-COUNT WS-JS-HIGH-RC.
017199     MOVE "N" TO WS-JS-EOF-SW WS-JS-STOP-SW.
017205     MOVE SPACES TO WS-JS-STOP-JOB.
017210     OPEN I-O JOB-SCHEDULE-FILE.
017216     IF WS-JS-FILE-NOT-FOUND
017221         CLOSE JOB-SCHEDULE-FILE
017227         PERFORM 4050-SEED-SCHEDULE THRU 4050-EXIT
017233         OPEN I-O JOB-SCHEDULE-FILE
017238     END-IF.
017244     IF WS-JS-FILE-STATUS NOT = "00"
017249         MOVE SPACES TO WS-LOG-MESSAGE
017255         STRING "JOB SCHEDULE NOT AVAILABLE - STATUS "
017260             WS-JS-FILE-STATUS " - CHAIN ABORTED"
017266             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
017271         MOVE "W" TO WS-LOG-SEVERITY
017277         CALL "LOGWRT01" USING WS-LOG-PARMS
017282         MOVE "I" TO WS-LOG-SEVERITY
017288         SET WS-BC-ABORT-CHAIN TO TRUE
017293         GO TO 4000-EXIT
017299     END-IF.
017305     PERFORM 4100-SET-CALENDAR THRU 4100-EXIT.
017310     MOVE LOW-VALUES TO JS-JOB-NAME.
017316     START JOB-SCHEDULE-FILE KEY IS NOT LESS THAN JS-JOB-NAME
017321         INVALID KEY
017327             SET WS-JS-EOF TO TRUE
017332     END-START.
017338     PERFORM 4200-CHECK-ONE-JOB THRU 4200-EXIT
017343         UNTIL WS-JS-EOF OR WS-JS-STOPPED.
017349     CLOSE JOB-SCHEDULE-FILE.
017354     PERFORM 4900-WRITE-STEP-HISTORY THRU 4900-EXIT.
017360     IF WS-JS-STOPPED
017366         MOVE SPACES TO WS-LOG-MESSAGE
017371         STRING "SCHEDULED JOB " WS-JS-STOP-JOB
017377             " FAILED - CHAIN ABORTED"
017382             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
017388         MOVE "W" TO WS-LOG-SEVERITY
017393         CALL "LOGWRT01" USING WS-LOG-PARMS
017399         MOVE "I" TO WS-LOG-SEVERITY
017404         SET WS-BC-ABORT-CHAIN TO TRUE
017410         GO TO 4000-EXIT
017415     END-IF.
017421     MOVE SPACES TO WS-LOG-MESSAGE.
017426     STRING "SCHEDULED JOBS RUN " WS-JS-RUN-COUNT
017432         " FAILED " WS-JS-FAIL-COUNT
017438         " SKIPPED " WS-JS-SKIP-COUNT
017443         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
017449     IF WS-JS-FAIL-COUNT > 0 OR WS-JS-SKIP-COUNT > 0
017454         MOVE "W" TO WS-LOG-SEVERITY
017460     END-IF.
017465     CALL "LOGWRT01" USING WS-LOG-PARMS.
017471     MOVE "I" TO WS-LOG-SEVERITY.
017476     SET CYC-JOBS-DONE TO TRUE.
017482     PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT.
017487 4000-EXIT.
017493     EXIT.
017499*
017504******************************************************************
017510* 4050-SEED-SCHEDULE.
017515*    CREATES THE JOB SCHEDULE WITH ONE ACTIVE JOB FOR EVERY
017521*    SEEDED ENTRY ON THE SCHEDULABLE PROGRAM TABLE, SO THE
017526*    PERIODIC JOBS RUN FROM THE FIRST CYCLE WITHOUT WAITING ON A
017532*    MAINTENANCE SESSION.
017537******************************************************************
017543 4050-SEED-SCHEDULE.
017548     OPEN OUTPUT JOB-SCHEDULE-FILE.
017554     PERFORM 4060-SEED-ONE-JOB THRU 4060-EXIT
017560         VARYING WS-JS-TB-SUB FROM 1 BY 1
017565         UNTIL WS-JS-TB-SUB > JS-TB-COUNT.
017571     CLOSE JOB-SCHEDULE-FILE.
017576     MOVE "JOB SCHEDULE CREATED WITH THE STANDING JOBS"
017582         TO WS-LOG-MESSAGE.
017587     CALL "LOGWRT01" USING WS-LOG-PARMS.
017593 4050-EXIT.
017598     EXIT.
017604*
017609******************************************************************
017615* 4060-SEED-ONE-JOB.
017620*    WRITES THE STANDING JOB FOR TABLE ENTRY WS-JS-TB-SUB, WHEN
017626*    THE ENTRY CARRIES ONE - ACTIVE, PROGRAM DEFAULT PARAMETERS,
017632*    A FAILURE RECORDED AND THE CHAIN CARRIED ON.
017637******************************************************************
017643 4060-SEED-ONE-JOB.
017648     IF NOT JS-TB-SEEDED (WS-JS-TB-SUB)
017654         GO TO 4060-EXIT
017659     END-IF.
017665     MOVE SPACES TO JOB-SCHEDULE-RECORD.
017670     MOVE JS-TB-JOB (WS-JS-TB-SUB) TO JS-JOB-NAME.
017676     MOVE JS-TB-PROGRAM (WS-JS-TB-SUB) TO JS-PROGRAM.
017681     MOVE JS-TB-DESCRIPTION (WS-JS-TB-SUB) TO JS-DESCRIPTION.
017687     MOVE JS-TB-RULE (WS-JS-TB-SUB) TO JS-RULE.
017693     MOVE JS-TB-WEEKDAY (WS-JS-TB-SUB) TO JS-WEEKDAY.
017698     MOVE ZEROS TO JS-PARM-1 JS-PARM-2.
017704     SET JS-ACTIVE TO TRUE.
017709     SET JS-FAIL-CONTINUE TO TRUE.
017715     MOVE ZEROS TO JS-LAST-DUE-DATE JS-LAST-RC JS-LAST-RUN-DATE.
017720     MOVE WS-BC-RUN-DATE TO JS-SET-DATE.
017726     MOVE ZEROS TO JS-SET-OPERATOR-ID.
017731     WRITE JOB-SCHEDULE-RECORD
017737         INVALID KEY
017742             CONTINUE
017748     END-WRITE.
017753 4060-EXIT.
017759     EXIT.
017765*
017770******************************************************************
017776* 4100-SET-CALENDAR.
017781*    SETS UP WHAT THE CALENDAR RULES ARE TESTED AGAINST: THE
017787*    BUSINESS DATE'S DAY OF THE WEEK AND LAST DAY OF ITS MONTH,
017792*    AND THE BUSINESS DAYS EITHER SIDE OF IT - WEEKENDS AND
017798*    HOLIDAYS STEPPED OVER THROUGH THE SAME SHARED DATE ROUTINE
017803*    THE BUSINESS-DATE ADVANCE USES.
017809******************************************************************
017814 4100-SET-CALENDAR.
017820     MOVE WS-BC-RUN-DATE TO WS-JS-TODAY-DATE.
017826     MOVE WS-BC-RUN-DATE TO DATEFLD-DATE.
017831     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
017837     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
017842     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
017848     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
017853     MOVE WS-DATE-PARM-DOW TO WS-JS-DOW.
017859     MOVE WS-DATE-PARM-MAX-DAY TO WS-JS-MAX-DAY.
017864     COMPUTE WS-JS-TODAY-INT =
017870         FUNCTION INTEGER-OF-DATE(WS-JS-TODAY-DATE).
017875     MOVE -1 TO WS-JS-WALK-STEP.
017881     PERFORM 4110-FIND-BUSINESS-DAY THRU 4110-EXIT.
017886     MOVE WS-JS-WALK-DATE TO WS-JS-PREV-DATE.
017892     MOVE WS-JS-WALK-INT TO WS-JS-PREV-INT.
017898     MOVE 1 TO WS-JS-WALK-STEP.
017903     PERFORM 4110-FIND-BUSINESS-DAY THRU 4110-EXIT.
017909     MOVE WS-JS-WALK-DATE TO WS-JS-NEXT-DATE.
017914 4100-EXIT.
017920     EXIT.
017925*
017931******************************************************************
017936* 4110-FIND-BUSINESS-DAY.
017942*    WALKS FROM THE BUSINESS DATE ONE DAY AT A TIME IN THE
017947*    DIRECTION OF WS-JS-WALK-STEP TO THE NEAREST BUSINESS DAY.
017953*    THE WALK IS BOUNDED SO A BAD HOLIDAY CALENDAR CANNOT HOLD
017959*    THE CHAIN.
017964******************************************************************
017970 4110-FIND-BUSINESS-DAY.
017975     MOVE WS-JS-TODAY-INT TO WS-JS-WALK-INT.
017981     MOVE "N" TO WS-JS-DAY-OK-SW.
017986     MOVE ZEROS TO WS-JS-TRIES.
017992     PERFORM 4120-TRY-ONE-DAY THRU 4120-EXIT
017997         UNTIL WS-JS-DAY-OK OR WS-JS-TRIES > 30.
018003 4110-EXIT.
018008     EXIT.
018014*
018020******************************************************************
018025* 4120-TRY-ONE-DAY.
018031*    STEPS ONE DAY AND ACCEPTS IT WHEN IT IS A VALID WEEKDAY THAT
018036*    IS NOT ON THE HOLIDAY CALENDAR.
018042******************************************************************
018047 4120-TRY-ONE-DAY.
018053     ADD WS-JS-WALK-STEP TO WS-JS-WALK-INT.
018058     ADD 1 TO WS-JS-TRIES.
018064     COMPUTE WS-JS-WALK-DATE =
018069         FUNCTION DATE-OF-INTEGER(WS-JS-WALK-INT).
018075     MOVE WS-JS-WALK-DATE TO DATEFLD-DATE.
018080     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
018086     MOVE DATEFLD-MM TO WS-DATE-PARM-MM.
018092     MOVE DATEFLD-AAAA TO WS-DATE-PARM-AA.
018097     CALL "FILLER_PROGRAMA" USING WS-DATE-PARMS.
018103     IF WS-DATE-PARM-VALID
018108         AND WS-DATE-PARM-WEEKDAY
018114         AND WS-DATE-PARM-NOT-HOLIDAY
018119         SET WS-JS-DAY-OK TO TRUE
018125     END-IF.
018130 4120-EXIT.
018136     EXIT.
018141*
018147******************************************************************
018153* 4200-CHECK-ONE-JOB.
018158*    READS THE NEXT JOB AND, WHEN IT IS DUE TONIGHT AND NOT
018164*    ALREADY COMPLETED TONIGHT, RUNS IT - OR, WHEN IT IS HELD,
018169*    RECORDS IT AS SKIPPED - AND WRITES THE OUTCOME BACK ONTO
018175*    THE JOB'S RECORD.
018180******************************************************************
018186 4200-CHECK-ONE-JOB.
018191     READ JOB-SCHEDULE-FILE NEXT RECORD
018197         AT END
018202             SET WS-JS-EOF TO TRUE
018208             GO TO 4200-EXIT
018213     END-READ.
018219     PERFORM 4300-TEST-DUE THRU 4300-EXIT.
018225     IF NOT WS-JS-DUE
018230         GO TO 4200-EXIT
018236     END-IF.
018241     PERFORM 4400-CHECK-DONE-TONIGHT THRU 4400-EXIT.
018247     IF WS-JS-DONE-TONIGHT
018252         GO TO 4200-EXIT
018258     END-IF.
018263     MOVE WS-BC-RUN-DATE TO JS-LAST-DUE-DATE.
018269     IF JS-HELD
018274         SET JS-LAST-SKIPPED TO TRUE
018280         MOVE ZEROS TO JS-LAST-RC
018286         ADD 1 TO WS-JS-SKIP-COUNT
018291         MOVE SPACES TO WS-LOG-MESSAGE
018297         STRING "SCHEDULED JOB " JS-JOB-NAME
018302             " IS HELD - SKIPPED"
018308             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
018313         MOVE "W" TO WS-LOG-SEVERITY
018319         CALL "LOGWRT01" USING WS-LOG-PARMS
018324         MOVE "I" TO WS-LOG-SEVERITY
018330     ELSE
018335         PERFORM 4500-RUN-ONE-JOB THRU 4500-EXIT
018341     END-IF.
018346     REWRITE JOB-SCHEDULE-RECORD
018352         INVALID KEY
018358             MOVE SPACES TO WS-LOG-MESSAGE
018363             STRING "OUTCOME OF SCHEDULED JOB " JS-JOB-NAME
018369                 " NOT RECORDED"
018374                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
018380             MOVE "W" TO WS-LOG-SEVERITY
018385             CALL "LOGWRT01" USING WS-LOG-PARMS
018391             MOVE "I" TO WS-LOG-SEVERITY
018396     END-REWRITE.
018402 4200-EXIT.
018407     EXIT.
018413*
018419******************************************************************
018424* 4300-TEST-DUE.
018430*    SETS WS-JS-DUE WHEN THE JOB'S CALENDAR RULE FALLS ON THE
018435*    BUSINESS DATE. A WEEKLY JOB IS DUE WHEN ITS WEEKDAY'S LATEST
018441*    OCCURRENCE IS LATER THAN THE PREVIOUS BUSINESS DAY - THAT
018446*    IS, NO CYCLE HAS RUN SINCE IT CAME ROUND. A RULE NOT
018452*    RECOGNISED IS NEVER DUE.
018457******************************************************************
018463 4300-TEST-DUE.
018468     MOVE "N" TO WS-JS-DUE-SW.
018474     EVALUATE TRUE
018480         WHEN JS-RULE-DAILY
018485             SET WS-JS-DUE TO TRUE
018491         WHEN JS-RULE-WEEKLY
018496             COMPUTE WS-JS-BACK-DAYS = WS-JS-DOW - JS-WEEKDAY
018502             IF WS-JS-BACK-DAYS < 0
018507                 ADD 7 TO WS-JS-BACK-DAYS
018513             END-IF
018518             IF WS-JS-TODAY-INT - WS-JS-BACK-DAYS
018524                 > WS-JS-PREV-INT
018529                 SET WS-JS-DUE TO TRUE
018535             END-IF
018540         WHEN JS-RULE-FIRST-BD
018546             IF WS-JS-PREV-MM NOT = WS-JS-TODAY-MM
018552                 SET WS-JS-DUE TO TRUE
018557             END-IF
018563         WHEN JS-RULE-LAST-BD
018568             IF WS-JS-NEXT-MM NOT = WS-JS-TODAY-MM
018574                 SET WS-JS-DUE TO TRUE
018579             END-IF
018585         WHEN JS-RULE-MONTH-END
018590             IF WS-JS-TODAY-DD = WS-JS-MAX-DAY
018596                 SET WS-JS-DUE TO TRUE
018601             END-IF
018607         WHEN JS-RULE-QUARTER-END
018613             IF WS-JS-NEXT-MM NOT = WS-JS-TODAY-MM
018618                 AND WS-JS-QUARTER-MONTH
018624                 SET WS-JS-DUE TO TRUE
018629             END-IF
018635         WHEN JS-RULE-YEAR-END
018640             IF WS-JS-NEXT-AAAA NOT = WS-JS-TODAY-AAAA
018646                 SET WS-JS-DUE TO TRUE
018651             END-IF
018657         WHEN OTHER
018662             CONTINUE
018668     END-EVALUATE.
018673 4300-EXIT.
018679     EXIT.
018685*
018690******************************************************************
018696* 4400-CHECK-DONE-TONIGHT.
018701*    SETS WS-JS-DONE-TONIGHT WHEN THE JOB IS ON THE CYCLE CONTROL
018707*    RECORD'S LIST OF JOBS ALREADY COMPLETED TONIGHT.
018712******************************************************************
018718 4400-CHECK-DONE-TONIGHT.
018723     MOVE "N" TO WS-JS-DONE-SW.
018729     PERFORM 4410-MATCH-ONE-DONE THRU 4410-EXIT
018734         VARYING WS-JS-DONE-SUB FROM 1 BY 1
018740         UNTIL WS-JS-DONE-SUB > CYC-JOB-DONE-COUNT
018746             OR WS-JS-DONE-TONIGHT.
018751 4400-EXIT.
018757     EXIT.
018762*
018768******************************************************************
018773* 4410-MATCH-ONE-DONE.
018779*    COMPARES ONE ENTRY OF THE COMPLETED-TONIGHT LIST.
018784******************************************************************
018790 4410-MATCH-ONE-DONE.
018795     IF CYC-JOB-DONE-NAME (WS-JS-DONE-SUB) = JS-JOB-NAME
018801         SET WS-JS-DONE-TONIGHT TO TRUE
018806     END-IF.
018812 4410-EXIT.
018818     EXIT.
018823*
018829******************************************************************
018834* 4500-RUN-ONE-JOB.
018840*    HANDS THE JOB'S PARAMETERS TO JOBPRM01 AND CALLS ITS
018845*    PROGRAM BY NAME, CANCELLING IT ON RETURN SO A LATER RUN IN
018851*    THE SAME RUN UNIT STARTS IT AFRESH. A PROGRAM THAT CANNOT BE
018856*    LOADED COUNTS AS FAILED WITH RC 99. A JOB COMPLETED IS
018862*    ADDED TO TONIGHT'S LIST ON THE CYCLE CONTROL RECORD AT
018867*    ONCE, SO A RESTART AFTER A LATER FAILURE DOES NOT RERUN IT.
018873******************************************************************
018879 4500-RUN-ONE-JOB.
018884     MOVE "S" TO WS-JBP-FUNCTION.
018890     MOVE JS-JOB-NAME TO WS-JBP-JOB-NAME.
018895     MOVE JS-PARM-1 TO WS-JBP-PARM-1.
018901     MOVE JS-PARM-2 TO WS-JBP-PARM-2.
018906     CALL "JOBPRM01" USING WS-JBP-PARMS.
018912     MOVE JS-PROGRAM TO WS-JS-CALL-PROGRAM.
018917     MOVE SPACES TO WS-LOG-MESSAGE.
018923     STRING "RUNNING SCHEDULED JOB " JS-JOB-NAME
018928         " (" WS-JS-CALL-PROGRAM ")"
018934         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
018940     CALL "LOGWRT01" USING WS-LOG-PARMS.
018945     MOVE "N" TO WS-JS-CALL-FAILED-SW.
018951     MOVE 0 TO RETURN-CODE.
018956     CALL WS-JS-CALL-PROGRAM
018962         ON EXCEPTION
018967             SET WS-JS-CALL-FAILED TO TRUE
018973     END-CALL.
018978     MOVE RETURN-CODE TO WS-JS-RC.
018984     IF WS-JS-CALL-FAILED
018989         MOVE 99 TO WS-JS-RC
018995     ELSE
019000         CANCEL WS-JS-CALL-PROGRAM
019006     END-IF.
019012     MOVE "C" TO WS-JBP-FUNCTION.
019017     CALL "JOBPRM01" USING WS-JBP-PARMS.
019023     ADD 1 TO WS-JS-RUN-COUNT.
019028     MOVE WS-JS-RC TO JS-LAST-RC.
019034     IF WS-JS-RC > WS-JS-HIGH-RC
019039         MOVE WS-JS-RC TO WS-JS-HIGH-RC
019045     END-IF.
019050     IF WS-JS-RC = 0
019056         SET JS-LAST-COMPLETED TO TRUE
019061         MOVE WS-BC-RUN-DATE TO JS-LAST-RUN-DATE
019067         IF CYC-JOB-DONE-COUNT < 20
019073             ADD 1 TO CYC-JOB-DONE-COUNT
019078             MOVE JS-JOB-NAME TO
019084                 CYC-JOB-DONE-NAME (CYC-JOB-DONE-COUNT)
019089             PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
019095         END-IF
019100         MOVE SPACES TO WS-LOG-MESSAGE
019106         STRING "SCHEDULED JOB " JS-JOB-NAME " COMPLETED - RC 0"
019111             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
019117         CALL "LOGWRT01" USING WS-LOG-PARMS
019122         GO TO 4500-EXIT
019128     END-IF.
019133     SET JS-LAST-FAILED TO TRUE.
019139     ADD 1 TO WS-JS-FAIL-COUNT.
019145     MOVE WS-JS-RC TO WS-BC-RC-DISPLAY.
019150     MOVE SPACES TO WS-LOG-MESSAGE.
019156     STRING "SCHEDULED JOB " JS-JOB-NAME " (" WS-JS-CALL-PROGRAM
019161         ") RETURNED RC " WS-BC-RC-DISPLAY
019167         DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
019172     MOVE "W" TO WS-LOG-SEVERITY.
019178     CALL "LOGWRT01" USING WS-LOG-PARMS.
019183     MOVE "I" TO WS-LOG-SEVERITY.
019189     IF JS-FAIL-STOP
019194         SET WS-JS-STOPPED TO TRUE
019200         MOVE JS-JOB-NAME TO WS-JS-STOP-JOB
019206     END-IF.
019211 4500-EXIT.
019217     EXIT.
019222*
019228******************************************************************
019233* 4900-WRITE-STEP-HISTORY.
019239*    APPENDS ONE JOB RUN HISTORY RECORD FOR THE SCHEDULED-JOBS
019244*    STEP AS A WHOLE - THE JOBS RUN AS ITS COUNT AND THE HIGHEST
019250*    RETURN CODE AMONG THEM AS ITS RC - SO THE STEP HAS ITS OWN
019255*    LINE ON THE OPERATIONS SUMMARY AND ITS OWN AVERAGE IN THE
019261*    BATCH-WINDOW PROJECTION. EACH JOB'S PROGRAM WRITES ITS OWN
019266*    RECORD AS WELL.
019272******************************************************************
019278 4900-WRITE-STEP-HISTORY.
019283     OPEN EXTEND JOB-HISTORY-FILE.
019289     IF WS-JH-FILE-NOT-FOUND
019294         CLOSE JOB-HISTORY-FILE
019300         OPEN OUTPUT JOB-HISTORY-FILE
019305     END-IF.
019311     MOVE SPACES TO JOB-HIST-RECORD.
019316     MOVE "JOBSCHED" TO JH-PROGRAM-ID.
019322     MOVE WS-BC-RUN-DATE TO JH-RUN-DATE.
019327     MOVE WS-JS-START-TIME TO JH-START-TIME.
019333     ACCEPT WS-BC-END-TIME FROM TIME.
019339     MOVE WS-BC-END-TIME TO JH-END-TIME.
019344     MOVE WS-JS-HIGH-RC TO JH-RETURN-CODE.
019350     MOVE WS-JS-RUN-COUNT TO JH-TRAN-COUNT.
019355     MOVE ZEROS TO JH-OPERATOR-ID.
019361     IF WS-CU-MODE
019366         SET JH-CATCHUP-RUN TO TRUE
019372     END-IF.
019377     WRITE JOB-HIST-RECORD.
019383     CLOSE JOB-HISTORY-FILE.
019388 4900-EXIT.
019394     EXIT.
019400*
019401******************************************************************
019404* 5000-RUN-ARCHIVE-STEP.
019461     ELSE
019464         MOVE "TRNARC01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
019467         MOVE "I" TO WS-LOG-SEVERITY
019468         CALL "LOGWRT01" USING WS-LOG-PARMS
019469         SET CYC-ARCHIVE-DONE TO TRUE
019470         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
019471     END-IF.
019472 5000-EXIT.
019473     EXIT.
019474******************************************************************
019475* 5500-RUN-BACKUP-STEP.
019476*    CALLS BACKUP01, WHICH UNLOADS EVERY KEYED MASTER TO A DATED
019477*    SEQUENTIAL IMAGE AND VERIFIES EACH IMAGE BACK AGAINST ITS
019478*    SOURCE. RUNS AFTER THE ARCHIVE SO THE IMAGES CAPTURE THE
019479*    CYCLE'S CLOSING STATE.
019480******************************************************************
019481 5500-RUN-BACKUP-STEP.
019482     MOVE "RUN-BACKUP" TO WS-LOG-STEP.
019483     CALL "BACKUP01".
019484     IF RETURN-CODE NOT = 0
019485         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
019486         STRING "BACKUP01 RETURNED RC " WS-BC-RC-DISPLAY
019487             " - CHAIN ABORTED" DELIMITED BY SIZE
019488             INTO WS-LOG-MESSAGE
019489         END-STRING
019490         MOVE "W" TO WS-LOG-SEVERITY
019491         CALL "LOGWRT01" USING WS-LOG-PARMS
019492         SET WS-BC-ABORT-CHAIN TO TRUE
019493     ELSE
019494         MOVE "BACKUP01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
019495         MOVE "I" TO WS-LOG-SEVERITY
019496         CALL "LOGWRT01" USING WS-LOG-PARMS
019497         SET CYC-BACKUP-DONE TO TRUE
019498         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
019499     END-IF.
019500 5500-EXIT.
019501     EXIT.
019502*
019503******************************************************************
019504* 6000-RUN-REPORT-STEP.
019505*    CALLS COMMANDS_DISPLAY, WHICH PRINTS THE END-OF-CYCLE
019506*    OPERATIONS SUMMARY FOR THE MORNING HAND-OFF.
019507******************************************************************
019508 6000-RUN-REPORT-STEP.
019509     MOVE "RUN-REPORT" TO WS-LOG-STEP.
019510     CALL "COMMANDS_DISPLAY".
019511     IF RETURN-CODE NOT = 0
019512         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
019513         STRING "COMMANDS_DISPLAY RETURNED RC " WS-BC-RC-DISPLAY
019514             " - CHAIN ABORTED" DELIMITED BY SIZE
019515             INTO WS-LOG-MESSAGE
019516         END-STRING
019517         MOVE "W" TO WS-LOG-SEVERITY
019518         CALL "LOGWRT01" USING WS-LOG-PARMS
019519         SET WS-BC-ABORT-CHAIN TO TRUE
019520     ELSE
019521         MOVE "COMMANDS_DISPLAY COMPLETED - RC 0"
019522             TO WS-LOG-MESSAGE
019523         MOVE "I" TO WS-LOG-SEVERITY
019524         CALL "LOGWRT01" USING WS-LOG-PARMS
019525         SET CYC-REPORT-DONE TO TRUE
019526         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
019527     END-IF.
019528 6000-EXIT.
019529     EXIT.
019530*
019531******************************************************************
019532* 6500-RUN-DISTRIB-STEP.
019533*    CALLS DSTRUN01, WHICH BUILDS EACH RECIPIENT DUE TONIGHT ITS
019534*    BUNDLE OF DATED REPORTS OFF THE REPORT INDEX AND LOGS EVERY
019535*    DELIVERY. A REPORT EXPECTED BUT MISSING IS AN EXCEPTION ON
019536*    ITS OWN REPORT AND LOG, NOT A FAILED STEP.
019537******************************************************************
019538 6500-RUN-DISTRIB-STEP.
019539     MOVE "RUN-DISTRIB" TO WS-LOG-STEP.
019540     CALL "DSTRUN01".
019541     IF RETURN-CODE NOT = 0
019542         MOVE RETURN-CODE TO WS-BC-RC-DISPLAY
019543         STRING "DSTRUN01 RETURNED RC " WS-BC-RC-DISPLAY
019544             " - CHAIN ABORTED" DELIMITED BY SIZE
019545             INTO WS-LOG-MESSAGE
019546         END-STRING
019547         MOVE "W" TO WS-LOG-SEVERITY
019548         CALL "LOGWRT01" USING WS-LOG-PARMS
019549         SET WS-BC-ABORT-CHAIN TO TRUE
019550     ELSE
019551         MOVE "DSTRUN01 COMPLETED - RC 0" TO WS-LOG-MESSAGE
019552         MOVE "I" TO WS-LOG-SEVERITY
019553         CALL "LOGWRT01" USING WS-LOG-PARMS
019554         SET CYC-DISTRIB-DONE TO TRUE
019555         PERFORM 9600-SAVE-CYCLE-CONTROL THRU 9600-EXIT
019556     END-IF.
019557 6500-EXIT.
019558     EXIT.
019559*
019560******************************************************************
019561* 8000-PROJECT-WINDOW.
019562*    COMPUTES, AFTER A STEP COMPLETES, THE CYCLE'S ELAPSED TIME
019563*    SO FAR PLUS THE REMAINING STEPS' AVERAGE ELAPSED TIMES OFF
019564*    THE JOB RUN HISTORY, AND WRITES A SEVERITY-W LINE THE
019565*    MOMENT THE PROJECTED FINISH FALLS OUTSIDE THE AGREED BATCH
019566*    WINDOW. WHICH STEPS REMAIN COMES STRAIGHT OFF THE CYCLE
019567*    CONTROL SWITCHES, SO A RESUMED CYCLE PROJECTS CORRECTLY
019568*    TOO. AN ABORTED OR REFUSED CYCLE HAS NOTHING TO PROJECT.
019569******************************************************************
019570 8000-PROJECT-WINDOW.
019571     IF WS-BC-ABORT-CHAIN OR WS-LOCK-REFUSED
019572         GO TO 8000-EXIT
019573     END-IF.
019574     ACCEPT WS-TIME-FIELD FROM TIME.
019575     PERFORM 1090-TIME-TO-SECONDS THRU 1090-EXIT.
019576     MOVE WS-SECONDS TO WS-PJ-NOW-SECS.
019577     MOVE WS-BC-RUN-TIME TO WS-TIME-FIELD.
019578     PERFORM 1090-TIME-TO-SECONDS THRU 1090-EXIT.
019579     MOVE WS-SECONDS TO WS-PJ-START-SECS.
019580     IF WS-PJ-NOW-SECS < WS-PJ-START-SECS
019581         COMPUTE WS-PJ-ELAPSED-SECS =
019582             WS-PJ-NOW-SECS + 86400 - WS-PJ-START-SECS
019583     ELSE
019584         COMPUTE WS-PJ-ELAPSED-SECS =
019585             WS-PJ-NOW-SECS - WS-PJ-START-SECS
019586     END-IF.
019587     PERFORM 8100-SET-REMAINING-STEPS THRU 8100-EXIT.
019588     PERFORM 8200-AVERAGE-FROM-HISTORY THRU 8200-EXIT.
019589     MOVE ZEROS TO WS-PJ-REMAINING-SECS.
019590     PERFORM 8300-ADD-ONE-AVERAGE THRU 8300-EXIT
019591         VARYING WS-PJ-SUB FROM 1 BY 1
019592         UNTIL WS-PJ-SUB > 17.
019593     COMPUTE WS-PJ-PROJECTED-SECS =
019594         WS-PJ-ELAPSED-SECS + WS-PJ-REMAINING-SECS.
019595     IF WS-PJ-PROJECTED-SECS > WS-BATCH-WINDOW-SECS
019596         MOVE WS-PJ-PROJECTED-SECS TO WS-PJ-PROJECTED-ED
019597         MOVE "PROJECT" TO WS-LOG-STEP
019598         MOVE "W" TO WS-LOG-SEVERITY
019599         STRING "PROJECTED CYCLE " WS-PJ-PROJECTED-ED
019600             " SECS - OUTSIDE THE BATCH WINDOW"
019601             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
019602         CALL "LOGWRT01" USING WS-LOG-PARMS
019603         MOVE "I" TO WS-LOG-SEVERITY
019604     END-IF.
019605 8000-EXIT.
019606     EXIT.
019607*
019608******************************************************************
019609* 8100-SET-REMAINING-STEPS.
019610*    MARKS WHICH CHAIN STEPS ARE STILL AHEAD, STRAIGHT OFF THE
019611*    CYCLE CONTROL SWITCHES. THE TABLE SITS IN CHAIN ORDER.
019612******************************************************************
019613 8100-SET-REMAINING-STEPS.
019614     MOVE "N" TO WS-PJ-REMAIN-SW (1) WS-PJ-REMAIN-SW (2)
019615         WS-PJ-REMAIN-SW (3) WS-PJ-REMAIN-SW (4)
019616         WS-PJ-REMAIN-SW (5) WS-PJ-REMAIN-SW (6)
019617         WS-PJ-REMAIN-SW (7) WS-PJ-REMAIN-SW (8)
019618         WS-PJ-REMAIN-SW (9) WS-PJ-REMAIN-SW (10)
019619         WS-PJ-REMAIN-SW (11) WS-PJ-REMAIN-SW (12)
019620         WS-PJ-REMAIN-SW (13) WS-PJ-REMAIN-SW (14)
019621         WS-PJ-REMAIN-SW (15) WS-PJ-REMAIN-SW (16)
019622         WS-PJ-REMAIN-SW (17).
019623     IF NOT CYC-INTCHK-DONE
019624         MOVE "Y" TO WS-PJ-REMAIN-SW (1)
019625     END-IF.
019626     IF NOT CYC-STORD-DONE
019627         MOVE "Y" TO WS-PJ-REMAIN-SW (2)
019628     END-IF.
019629     IF NOT CYC-RELEASE-DONE
019630         MOVE "Y" TO WS-PJ-REMAIN-SW (3)
019631     END-IF.
019632     IF NOT CYC-ACCEPT-DONE
019633         MOVE "Y" TO WS-PJ-REMAIN-SW (4)
019634     END-IF.
019635     IF NOT CYC-DUPCHK-DONE
019636         MOVE "Y" TO WS-PJ-REMAIN-SW (5)
019637     END-IF.
019638     IF NOT CYC-FEEDCHK-DONE
019639         MOVE "Y" TO WS-PJ-REMAIN-SW (6)
019640     END-IF.
019641     IF NOT CYC-TOTALS-DONE
019642         MOVE "Y" TO WS-PJ-REMAIN-SW (7)
019643     END-IF.
019644     IF NOT CYC-GLPROOF-DONE
019645         MOVE "Y" TO WS-PJ-REMAIN-SW (8)
019646     END-IF.
019647     IF NOT CYC-SETTLE-DONE
019648         MOVE "Y" TO WS-PJ-REMAIN-SW (9)
019649     END-IF.
019651     IF NOT CYC-REGSCR-DONE
019652         MOVE "Y" TO WS-PJ-REMAIN-SW (10)
019653     END-IF.
019654     IF NOT CYC-RECON-DONE
019655         MOVE "Y" TO WS-PJ-REMAIN-SW (11)
019657     END-IF.
019658     IF NOT CYC-GLACK-DONE
019659         MOVE "Y" TO WS-PJ-REMAIN-SW (12)
019660     END-IF.
019661     IF NOT CYC-JOBS-DONE
019662         MOVE "Y" TO WS-PJ-REMAIN-SW (13)
019663     END-IF.
019664     IF NOT CYC-ARCHIVE-DONE
019665         MOVE "Y" TO WS-PJ-REMAIN-SW (14)
019666     END-IF.
019667     IF NOT CYC-BACKUP-DONE
019668         MOVE "Y" TO WS-PJ-REMAIN-SW (15)
019669     END-IF.
019670     IF NOT CYC-REPORT-DONE
019671         MOVE "Y" TO WS-PJ-REMAIN-SW (16)
019672     END-IF.
019673     IF NOT CYC-DISTRIB-DONE
019674         MOVE "Y" TO WS-PJ-REMAIN-SW (17)
019675     END-IF.
019676 8100-EXIT.
019677     EXIT.
019678*
019679******************************************************************
019680* 8200-AVERAGE-FROM-HISTORY.
019682*    SCANS THE JOB RUN HISTORY ONCE, ROLLING EVERY RUN OF A
019683*    CHAIN STEP INTO THAT STEP'S TOTAL ELAPSED SECONDS AND RUN
019684*    COUNT, ELAPSED TAKEN FROM THE TRUE START/END STAMPS WITH A
019685*    MIDNIGHT CROSSING GETTING A DAY ADDED - THE SAME ARITHMETIC
019686*    THE SLA REPORT USES.
019688******************************************************************
019689 8200-AVERAGE-FROM-HISTORY.
019690     PERFORM 8250-CLEAR-ONE-STAT THRU 8250-EXIT
019691         VARYING WS-PJ-SUB FROM 1 BY 1
019692         UNTIL WS-PJ-SUB > 17.
019694     MOVE "N" TO WS-JH-EOF-SW.
019695     OPEN INPUT JOB-HISTORY-FILE.
019696     IF WS-JH-FILE-NOT-FOUND
019697         CLOSE JOB-HISTORY-FILE
019698         GO TO 8200-EXIT
019699     END-IF.
019701     PERFORM 8260-ACCUMULATE-ONE-RUN THRU 8260-EXIT
019702         UNTIL WS-JH-EOF.
019703     CLOSE JOB-HISTORY-FILE.
019704 8200-EXIT.
019705     EXIT.
019707*
019708******************************************************************
019709* 8250-CLEAR-ONE-STAT.
019710*    ZEROES ONE STEP'S ACCUMULATOR SLOT.
019711******************************************************************
019713 8250-CLEAR-ONE-STAT.
019714     MOVE ZEROS TO WS-PJ-RUNS (WS-PJ-SUB).
019715     MOVE ZEROS TO WS-PJ-TOTAL-SECS (WS-PJ-SUB).
019716 8250-EXIT.
019717     EXIT.
019719*
019720******************************************************************
019721* 8260-ACCUMULATE-ONE-RUN.
019722*    READS ONE JOB HISTORY RECORD AND ROLLS IT INTO ITS STEP'S
019723*    ACCUMULATOR WHEN THE PROGRAM IS ONE OF THE CHAIN'S.
019724******************************************************************
019726 8260-ACCUMULATE-ONE-RUN.
019727     READ JOB-HISTORY-FILE
019728         AT END
019729             SET WS-JH-EOF TO TRUE
019730             GO TO 8260-EXIT
019732     END-READ.
019733     PERFORM 8270-MATCH-ONE-STEP THRU 8270-EXIT
019734         VARYING WS-PJ-SUB FROM 1 BY 1
019735         UNTIL WS-PJ-SUB > 17.
019736 8260-EXIT.
019738     EXIT.
019739*
019740******************************************************************
019741* 8270-MATCH-ONE-STEP.
019742*    ROLLS THE HISTORY RECORD JUST READ INTO THE STEP AT
019744*    WS-PJ-SUB WHEN THE PROGRAM NAMES MATCH.
019745******************************************************************
019746 8270-MATCH-ONE-STEP.
019747     IF JH-PROGRAM-ID NOT = WS-PJ-NAME (WS-PJ-SUB)
019748         GO TO 8270-EXIT
019749     END-IF.
019751     MOVE JH-START-TIME TO WS-TIME-FIELD.
019752     PERFORM 1090-TIME-TO-SECONDS THRU 1090-EXIT.
019753     MOVE WS-SECONDS TO WS-PJ-START-SECS.
019754     MOVE JH-END-TIME TO WS-TIME-FIELD.
019755     PERFORM 1090-TIME-TO-SECONDS THRU 1090-EXIT.
019757     IF WS-SECONDS < WS-PJ-START-SECS
019758         COMPUTE WS-PJ-RUN-SECS =
019759             WS-SECONDS + 86400 - WS-PJ-START-SECS
019760     ELSE
019761         COMPUTE WS-PJ-RUN-SECS =
019763             WS-SECONDS - WS-PJ-START-SECS
019764     END-IF.
019765     ADD 1 TO WS-PJ-RUNS (WS-PJ-SUB).
019766     ADD WS-PJ-RUN-SECS TO WS-PJ-TOTAL-SECS (WS-PJ-SUB).
019767 8270-EXIT.
019769     EXIT.
019770*
019771******************************************************************
019772* 8300-ADD-ONE-AVERAGE.
019773*    ADDS THE STEP AT WS-PJ-SUB'S AVERAGE ELAPSED TIME TO THE
019774*    REMAINING FIGURE WHEN THE STEP IS STILL AHEAD. A STEP WITH
019776*    NO HISTORY YET CONTRIBUTES NOTHING - THERE IS NOTHING TO
019777*    AVERAGE.
019778******************************************************************
019779 8300-ADD-ONE-AVERAGE.
019780     IF WS-PJ-REMAIN-SW (WS-PJ-SUB) NOT = "Y"
019782         GO TO 8300-EXIT
019783     END-IF.
019784     IF WS-PJ-RUNS (WS-PJ-SUB) = ZEROS
019785         GO TO 8300-EXIT
019786     END-IF.
019788     COMPUTE WS-PJ-REMAINING-SECS =
019789         WS-PJ-REMAINING-SECS
019790         + (WS-PJ-TOTAL-SECS (WS-PJ-SUB)
019791         / WS-PJ-RUNS (WS-PJ-SUB)).
019792 8300-EXIT.
019794     EXIT.
019795*
019796******************************************************************
019797* 9000-FINALIZE.
019798*    ANNOUNCES WHETHER THE NIGHTLY CYCLE RAN TO COMPLETION OR WAS
019800*    ABORTED PARTWAY THROUGH, AND SETS THE FINAL RETURN CODE.
019900******************************************************************
020000 9000-FINALIZE.
020160         MOVE "I" TO WS-LOG-SEVERITY
020170         MOVE 20 TO RETURN-CODE
020180         GO TO 9000-EXIT
020182     END-IF.
020184*
020186*    A SIGN-OFF REFUSAL GETS ITS OWN CODE (RC 22), THE SAME WAY
020188*    A LOCK REFUSAL GETS RC 20, SO THE SCHEDULER CAN TELL "GO
020190*    SIGN THE DAY OFF" FROM A GENUINE ABORT. THIS RUN OWNS THE
020192*    LOCK, SO IT IS RELEASED ON THE WAY OUT - BEFORE THE RETURN
020194*    CODE IS SET, AS THE RELEASE'S CALLS RESET RETURN-CODE.
020196*
020197     IF WS-SIGNOFF-REFUSED
020198         MOVE "PRIOR DAY NOT SIGNED OFF - CYCLE REFUSED"
020200         MOVE "W" TO WS-LOG-SEVERITY
020201         CALL "LOGWRT01" USING WS-LOG-PARMS
020202         MOVE "I" TO WS-LOG-SEVERITY
020203         PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
020204         MOVE 22 TO RETURN-CODE
020205         GO TO 9000-EXIT
020206     END-IF.
020211*
020215*    A CLOSED-PERIOD REFUSAL (RC 26) TELLS THE SCHEDULER THE
020219*    MONTH MUST BE REOPENED, NOT THAT A STEP FAILED. THE LOCK IS
020224*    RELEASED ON THE WAY OUT - BY THE MAINLINE, ONCE, ON A
020228*    CATCH-UP RUN.
020233*
020239     IF WS-PERIOD-REFUSED
020244         MOVE "BUSINESS DATE IN A CLOSED PERIOD - CYCLE REFUSED"
020250             TO WS-LOG-MESSAGE
020255         MOVE "W" TO WS-LOG-SEVERITY
020261         CALL "LOGWRT01" USING WS-LOG-PARMS
020266         MOVE "I" TO WS-LOG-SEVERITY
020269         IF NOT WS-CU-MODE
020272             PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
020276         END-IF
020279         MOVE 26 TO RETURN-CODE
020283         GO TO 9000-EXIT
020288     END-IF.
020294     IF WS-BC-ABORT-CHAIN
020300         MOVE "NIGHTLY BATCH CYCLE ABORTED" TO WS-LOG-MESSAGE
020390         MOVE "S" TO WS-LOG-SEVERITY
020400         CALL "LOGWRT01" USING WS-LOG-PARMS
020450         MOVE "I" TO WS-LOG-SEVERITY
020600     ELSE
020700         MOVE "NIGHTLY BATCH CYCLE COMPLETED" TO WS-LOG-MESSAGE
020790         MOVE "I" TO WS-LOG-SEVERITY
020800         CALL "LOGWRT01" USING WS-LOG-PARMS
020850         PERFORM 9700-ADVANCE-BUSINESS-DATE THRU 9700-EXIT
021000     END-IF.
021001*
021008*    A CATCH-UP RUN HOLDS THE LOCK ACROSS ALL ITS DATES AND
021016*    RELEASES IT ONCE, AFTER THE LAST. THE RETURN CODE IS SET
021023*    ONLY ONCE THE LOCK IS DEALT WITH.
021031*
021039     IF NOT WS-CU-MODE
021046         PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
021054     END-IF.
021061     IF WS-BC-ABORT-CHAIN
021069         MOVE 28 TO RETURN-CODE
021077     ELSE
021084         MOVE 0 TO RETURN-CODE
021092     END-IF.
021100 9000-EXIT.
021200     EXIT.
021300*
023300     MOVE RETURN-CODE TO JH-RETURN-CODE.
023400     MOVE ZEROS TO JH-TRAN-COUNT.
023450     MOVE ZEROS TO JH-OPERATOR-ID.
023462     IF WS-CU-MODE
023475         SET JH-CATCHUP-RUN TO TRUE
023487     END-IF.
023490     IF WS-DR-MODE
023493         SET JH-DRYRUN-RUN TO TRUE
023496     END-IF.
023500     WRITE JOB-HIST-RECORD.
023600     CLOSE JOB-HISTORY-FILE.
023700 9500-EXIT.
