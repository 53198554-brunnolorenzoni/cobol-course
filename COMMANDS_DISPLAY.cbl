004000*                   TRANSACTION COUNTS, TODAY'S ERROR-LOG AND
004100*                   EXCEPTION COUNTS, AND THE MONTH-END FLAG -
004200*                   PRINTED TO THE OPERATIONS SUMMARY FILE.
004225*    2026-10-15 BL  ADDED THE INTER-BRANCH SETTLEMENT STEP
004250*                   (XFSTL01) TO THE STEP LINES, WITH THE
004275*                   NUMBER OF TRANSFER LEGS IT SETTLED.
004279*    2026-10-15 BL  ADDED THE LARGE-TRANSACTION SCREENING STEP
004283*                   (RGSCR01) TO THE STEP LINES, AND COUNTS OF
004287*                   REPORTABLE ITEMS STILL UNFILED WITHIN THE
004291*                   WARNING DAYS OF, OR PAST, THEIR FILING
004295*                   DEADLINE, FLAGGED FOR COMPLIANCE.
004296*    2026-10-15 BL  ADDED THE EXPECTED-FEED CHECK STEP (FDCHK01)
004297*                   TO THE STEP LINES, WITH THE NUMBER OF BRANCH
004298*                   FEEDS MISSING OR REFUSED.
004315*    2026-10-15 BL  ADDED THE SCHEDULED-JOBS STEP TO THE STEP
004332*                   LINES, WITH EVERY JOB THAT FELL DUE TONIGHT
004349*                   AND HOW IT WENT, AND COUNTS OF THE JOBS THAT
004366*                   FAILED OR WERE SKIPPED, FLAGGED.
004370*    2026-10-15 BL  ADDED THE REFERENTIAL INTEGRITY CHECK STEP
004374*                   (INTCHK01) TO THE STEP LINES, WITH THE NUMBER
004378*                   OF FINDINGS.
004383******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. COMMANDS_DISPLAY.
004600 ENVIRONMENT DIVISION.
005500     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-EXCP-FILE-STATUS.
005711     SELECT REG-ITEM-FILE ASSIGN TO "RGITEMS"
005722         ORGANIZATION IS INDEXED
005733         ACCESS MODE IS SEQUENTIAL
005744         RECORD KEY IS RI-KEY
005755         FILE STATUS IS WS-RI-FILE-STATUS.
005766     SELECT THRESHOLD-FILE ASSIGN TO "RGTHRESH"
005777         ORGANIZATION IS LINE SEQUENTIAL
005788         FILE STATUS IS WS-THR-FILE-STATUS.
005800     SELECT SUMMARY-REPORT-FILE ASSIGN TO "OPSUMRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SUM-FILE-STATUS.
006016     SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHD"
006033         ORGANIZATION IS INDEXED
006050         ACCESS MODE IS SEQUENTIAL
006066         RECORD KEY IS JS-JOB-NAME
006083         FILE STATUS IS WS-JS-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  JOB-HISTORY-FILE.
006800 COPY "EXCPREC.cpy".
006900 FD  SUMMARY-REPORT-FILE.
007000 01  SUMMARY-REPORT-RECORD           PIC X(80).
007020 FD  REG-ITEM-FILE.
007040 COPY "RGITMREC.cpy".
007060 FD  THRESHOLD-FILE.
007080 COPY "RGTHRREC.cpy".
007086 FD  JOB-SCHEDULE-FILE.
007093 COPY "JSCHREC.cpy".
007100 WORKING-STORAGE SECTION.
007200 77  WS-JH-FILE-STATUS           PIC X(02) VALUE "00".
007300     88  WS-JH-FILE-NOT-FOUND    VALUE "35".
007700     88  WS-EXCP-FILE-NOT-FOUND  VALUE "35".
007800 77  WS-SUM-FILE-STATUS          PIC X(02) VALUE "00".
007900     88  WS-SUM-FILE-NOT-FOUND   VALUE "35".
007916 77  WS-RI-FILE-STATUS           PIC X(02) VALUE "00".
007933 77  WS-THR-FILE-STATUS          PIC X(02) VALUE "00".
007950     88  WS-THR-FILE-NOT-FOUND   VALUE "35".
007966 77  WS-RI-EOF-SW                PIC X(01) VALUE "N".
007983     88  WS-RI-EOF               VALUE "Y".
007987 77  WS-JS-FILE-STATUS           PIC X(02) VALUE "00".
007991 77  WS-JS-EOF-SW                PIC X(01) VALUE "N".
007995     88  WS-JS-EOF               VALUE "Y".
008000*
008100 77  WS-JH-EOF-SW                PIC X(01) VALUE "N".
008200     88  WS-JH-EOF               VALUE "Y".
011300     03  WS-ARCH-SW              PIC X(01) VALUE "N".
011400         88  WS-ARCH-RAN         VALUE "Y".
011500     03  WS-ARCH-RC              PIC 9(04) VALUE ZEROS.
011520     03  WS-SETTLE-SW            PIC X(01) VALUE "N".
011540         88  WS-SETTLE-RAN       VALUE "Y".
011560     03  WS-SETTLE-RC            PIC 9(04) VALUE ZEROS.
011580     03  WS-SETTLE-COUNT         PIC 9(06) VALUE ZEROS.
011584     03  WS-RGSCR-SW             PIC X(01) VALUE "N".
011588         88  WS-RGSCR-RAN        VALUE "Y".
011592     03  WS-RGSCR-RC             PIC 9(04) VALUE ZEROS.
011596     03  WS-RGSCR-COUNT          PIC 9(06) VALUE ZEROS.
011613     03  WS-FDCHK-SW             PIC X(01) VALUE "N".
011630         88  WS-FDCHK-RAN        VALUE "Y".
011648     03  WS-FDCHK-RC             PIC 9(04) VALUE ZEROS.
011665     03  WS-FDCHK-COUNT          PIC 9(06) VALUE ZEROS.
011666     03  WS-INTCHK-SW            PIC X(01) VALUE "N".
011667         88  WS-INTCHK-RAN       VALUE "Y".
011668     03  WS-INTCHK-RC            PIC 9(04) VALUE ZEROS.
011669     03  WS-INTCHK-COUNT         PIC 9(06) VALUE ZEROS.
011670     03  WS-JOBS-SW              PIC X(01) VALUE "N".
011671         88  WS-JOBS-RAN         VALUE "Y".
011675     03  WS-JOBS-RC              PIC 9(04) VALUE ZEROS.
011678     03  WS-JOBS-COUNT           PIC 9(06) VALUE ZEROS.
011682*
011700 77  WS-EXPECTED-COUNT           PIC 9(06) VALUE ZEROS.
011800 77  WS-ERROR-COUNT              PIC 9(06) VALUE ZEROS.
011900 77  WS-EXCP-COUNT               PIC 9(06) VALUE ZEROS.
011908*
011916*    REPORTABLE ITEMS STILL OPEN WITHIN THE WARNING DAYS OF THEIR
011925*    FILING DEADLINE, AND THOSE ALREADY PAST IT. THE WARNING DAYS
011933*    COME OFF THE REPORTING THRESHOLD FILE, DEFAULTING TO 2.
011941*
011950 77  WS-RG-WARN-DAYS             PIC 9(03) VALUE 2.
011958 77  WS-RG-NEAR-COUNT            PIC 9(06) VALUE ZEROS.
011966 77  WS-RG-OVERDUE-COUNT         PIC 9(06) VALUE ZEROS.
011975 77  WS-RG-TODAY-INT             PIC 9(08) COMP VALUE ZEROS.
011983 77  WS-RG-DAYS-LEFT             PIC S9(05) COMP VALUE ZEROS.
011991 77  WS-RG-ATTENTION-FLAG        PIC X(03) VALUE "NO".
011992*
011993*    SCHEDULED JOBS DUE TONIGHT THAT FAILED OR WERE SKIPPED
011994*    (HELD), OFF THE JOB SCHEDULE'S LAST-DUE FIELDS.
011995*
011996 77  WS-JS-FAIL-COUNT            PIC 9(06) VALUE ZEROS.
011997 77  WS-JS-SKIP-COUNT            PIC 9(06) VALUE ZEROS.
011998 77  WS-JS-ATTENTION-FLAG        PIC X(03) VALUE "NO".
012000*
012100*    RUN DATE BROKEN OUT BY THE SHARED DATEFLD COPYBOOK, AND THE
012200*    PARAMETER AREA PASSED TO FILLER_PROGRAMA TO TELL WHETHER THE
019500     03  FILLER                  PIC X(01) VALUE SPACE.
019600     03  FL-CAPTION              PIC X(34).
019700     03  FL-VALUE                PIC X(03).
019709*
019718 01  WS-SUM-JOB-LINE.
019727     03  FILLER                  PIC X(03) VALUE SPACES.
019736     03  JL-JOB-NAME             PIC X(08).
019745     03  FILLER                  PIC X(01) VALUE SPACE.
019754     03  JL-PROGRAM              PIC X(08).
019763     03  FILLER                  PIC X(02) VALUE SPACES.
019772     03  JL-RESULT               PIC X(09).
019781     03  FILLER                  PIC X(05) VALUE "  RC ".
019790     03  JL-RC                   PIC ZZZ9.
019800*
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020300     PERFORM 2300-COUNT-ERRORS THRU 2300-EXIT.
020400     PERFORM 2400-COUNT-EXCEPTIONS THRU 2400-EXIT.
020500     PERFORM 2500-CHECK-MONTH-END THRU 2500-EXIT.
020550     PERFORM 2550-COUNT-REG-ITEMS THRU 2550-EXIT.
020600     PERFORM 2600-PRINT-SUMMARY THRU 2600-EXIT.
020700     PERFORM 3000-WRITE-JOB-HISTORY THRU 3000-EXIT.
020800     GOBACK.
028000         WHEN "GLPRF01"
028100             SET WS-GLPRF-RAN TO TRUE
028200             MOVE JH-RETURN-CODE TO WS-GLPRF-RC
028220         WHEN "XFSTL01"
028240             SET WS-SETTLE-RAN TO TRUE
028260             MOVE JH-RETURN-CODE TO WS-SETTLE-RC
028280             MOVE JH-TRAN-COUNT TO WS-SETTLE-COUNT
028284         WHEN "RGSCR01"
028288             SET WS-RGSCR-RAN TO TRUE
028292             MOVE JH-RETURN-CODE TO WS-RGSCR-RC
028296             MOVE JH-TRAN-COUNT TO WS-RGSCR-COUNT
028299         WHEN "INTCHK01"
028302             SET WS-INTCHK-RAN TO TRUE
028306             MOVE JH-RETURN-CODE TO WS-INTCHK-RC
028309             MOVE JH-TRAN-COUNT TO WS-INTCHK-COUNT
028313         WHEN "FDCHK01"
028330             SET WS-FDCHK-RAN TO TRUE
028348             MOVE JH-RETURN-CODE TO WS-FDCHK-RC
028365             MOVE JH-TRAN-COUNT TO WS-FDCHK-COUNT
028382         WHEN "RECON01"
028400             SET WS-RECON-RAN TO TRUE
028500             MOVE JH-RETURN-CODE TO WS-RECON-RC
028520         WHEN "GLACK01"
028540             SET WS-GLACK-RAN TO TRUE
028560             MOVE JH-RETURN-CODE TO WS-GLACK-RC
028580             MOVE JH-TRAN-COUNT TO WS-GLACK-COUNT
028584         WHEN "JOBSCHED"
028588             SET WS-JOBS-RAN TO TRUE
028592             MOVE JH-RETURN-CODE TO WS-JOBS-RC
028596             MOVE JH-TRAN-COUNT TO WS-JOBS-COUNT
028600         WHEN "TRNARC01"
028700             SET WS-ARCH-RAN TO TRUE
028800             MOVE JH-RETURN-CODE TO WS-ARCH-RC
038200 2500-EXIT.
038300     EXIT.
038400*
038401******************************************************************
038402* 2550-COUNT-REG-ITEMS.
038404*    COUNTS THE REPORTABLE ITEMS STILL OPEN AT OR INSIDE THE
038405*    WARNING DAYS OF THEIR FILING DEADLINE, AND THOSE PAST IT.
038407*    NO ITEMS FILE MEANS SCREENING HAS NOT RUN - NOTHING TO FLAG.
038408******************************************************************
038410 2550-COUNT-REG-ITEMS.
038411     OPEN INPUT THRESHOLD-FILE.
038413     IF WS-THR-FILE-NOT-FOUND
038414         CLOSE THRESHOLD-FILE
038416     ELSE
038417         READ THRESHOLD-FILE
038419             NOT AT END
038420                 IF RT-WARN-DAYS NUMERIC
038422                     MOVE RT-WARN-DAYS TO WS-RG-WARN-DAYS
038423                 END-IF
038425         END-READ
038426         CLOSE THRESHOLD-FILE
038428     END-IF.
038429     OPEN INPUT REG-ITEM-FILE.
038431     IF WS-RI-FILE-STATUS NOT = "00"
038432         GO TO 2550-EXIT
038434     END-IF.
038435     COMPUTE WS-RG-TODAY-INT =
038437         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
038438     PERFORM 2560-CHECK-ONE-REG-ITEM THRU 2560-EXIT
038440         UNTIL WS-RI-EOF.
038441     CLOSE REG-ITEM-FILE.
038443     IF WS-RG-NEAR-COUNT > ZEROS OR WS-RG-OVERDUE-COUNT > ZEROS
038444         MOVE "YES" TO WS-RG-ATTENTION-FLAG
038446         MOVE "SUMMARY" TO WS-LOG-STEP
038447         MOVE "W" TO WS-LOG-SEVERITY
038449         MOVE "REPORTABLE ITEMS UNFILED NEAR OR PAST DEADLINE" TO
038450             WS-LOG-MESSAGE
038452         CALL "LOGWRT01" USING WS-LOG-PARMS
038453         MOVE "I" TO WS-LOG-SEVERITY
038455     END-IF.
038456 2550-EXIT.
038458     EXIT.
038459*
038461******************************************************************
038462* 2560-CHECK-ONE-REG-ITEM.
038464*    READS ONE REPORTABLE ITEM AND, WHEN IT IS STILL OPEN, COUNTS
038465*    IT AS OVERDUE OR NEAR ITS DEADLINE.
038467******************************************************************
038468 2560-CHECK-ONE-REG-ITEM.
038470     READ REG-ITEM-FILE NEXT RECORD
038471         AT END
038473             SET WS-RI-EOF TO TRUE
038474             GO TO 2560-EXIT
038476     END-READ.
038477     IF NOT RI-OPEN
038479         GO TO 2560-EXIT
038480     END-IF.
038482     COMPUTE WS-RG-DAYS-LEFT =
038483         FUNCTION INTEGER-OF-DATE(RI-DEADLINE) - WS-RG-TODAY-INT.
038485     IF WS-RG-DAYS-LEFT < ZEROS
038486         ADD 1 TO WS-RG-OVERDUE-COUNT
038488     ELSE
038489         IF WS-RG-DAYS-LEFT NOT > WS-RG-WARN-DAYS
038491             ADD 1 TO WS-RG-NEAR-COUNT
038492         END-IF
038494     END-IF.
038495 2560-EXIT.
038497     EXIT.
038498*
038500******************************************************************
038600* 2600-PRINT-SUMMARY.
038700*    PRINTS THE ONE-PAGE SUMMARY - STEP BY STEP WITH RETURN CODES,
038800*    TONIGHT'S SCHEDULED JOBS, THE EXPECTED AND PROCESSED COUNTS,
038900*    TODAY'S ERROR AND EXCEPTION COUNTS AND THE MONTH-END FLAG -
039000*    AND LOGS THAT THE PAGE WAS PRODUCED.
039100******************************************************************
039200 2600-PRINT-SUMMARY.
039300     OPEN EXTEND SUMMARY-REPORT-FILE.
039900     MOVE WS-RUN-TIME TO SH-RUN-TIME.
040000     MOVE WS-SUM-HEADER TO SUMMARY-REPORT-RECORD.
040100     WRITE SUMMARY-REPORT-RECORD.
040116     MOVE "INTEGRITY CHECK" TO SL-STEP-NAME.
040133     MOVE WS-INTCHK-SW TO SL-RUN-SW.
040150     MOVE WS-INTCHK-RC TO SL-RC.
040166     MOVE WS-INTCHK-COUNT TO SL-COUNT.
040183     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
040200     MOVE "OPERATOR ENTRY" TO SL-STEP-NAME.
040300     MOVE WS-ACCEPT-SW TO SL-RUN-SW.
040400     MOVE WS-ACCEPT-RC TO SL-RC.
040500     MOVE WS-ACCEPT-COUNT TO SL-COUNT.
040600     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
040616     MOVE "FEED CHECK" TO SL-STEP-NAME.
040633     MOVE WS-FDCHK-SW TO SL-RUN-SW.
040650     MOVE WS-FDCHK-RC TO SL-RC.
040666     MOVE WS-FDCHK-COUNT TO SL-COUNT.
040683     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
040700     MOVE "DAILY TOTALS" TO SL-STEP-NAME.
040800     MOVE WS-TOTALS-SW TO SL-RUN-SW.
040900     MOVE WS-TOTALS-RC TO SL-RC.
041400     MOVE WS-GLPRF-RC TO SL-RC.
041500     MOVE ZEROS TO SL-COUNT.
041600     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
041616     MOVE "BRANCH SETTLEMENT" TO SL-STEP-NAME.
041633     MOVE WS-SETTLE-SW TO SL-RUN-SW.
041650     MOVE WS-SETTLE-RC TO SL-RC.
041666     MOVE WS-SETTLE-COUNT TO SL-COUNT.
041683     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
041685     MOVE "REG SCREENING" TO SL-STEP-NAME.
041688     MOVE WS-RGSCR-SW TO SL-RUN-SW.
041691     MOVE WS-RGSCR-RC TO SL-RC.
041694     MOVE WS-RGSCR-COUNT TO SL-COUNT.
041697     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
041700     MOVE "RECONCILIATION" TO SL-STEP-NAME.
041800     MOVE WS-RECON-SW TO SL-RUN-SW.
041900     MOVE WS-RECON-RC TO SL-RC.
042148     MOVE WS-GLACK-RC TO SL-RC.
042164     MOVE WS-GLACK-COUNT TO SL-COUNT.
042180     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
042182     MOVE "SCHEDULED JOBS" TO SL-STEP-NAME.
042185     MOVE WS-JOBS-SW TO SL-RUN-SW.
042188     MOVE WS-JOBS-RC TO SL-RC.
042191     MOVE WS-JOBS-COUNT TO SL-COUNT.
042194     PERFORM 2610-PRINT-STEP-LINE THRU 2610-EXIT.
042197     PERFORM 2700-LIST-SCHEDULED-JOBS THRU 2700-EXIT.
042200     MOVE "EOD ARCHIVE" TO SL-STEP-NAME.
042300     MOVE WS-ARCH-SW TO SL-RUN-SW.
042400     MOVE WS-ARCH-RC TO SL-RC.
044300     MOVE WS-MONTH-END-FLAG TO FL-VALUE.
044400     MOVE WS-SUM-FLAG-LINE TO SUMMARY-REPORT-RECORD.
044500     WRITE SUMMARY-REPORT-RECORD.
044509     MOVE "REG ITEMS UNFILED NEAR DEADLINE" TO CL-CAPTION.
044518     MOVE WS-RG-NEAR-COUNT TO CL-VALUE.
044527     PERFORM 2620-PRINT-COUNT-LINE THRU 2620-EXIT.
044536     MOVE "REG ITEMS UNFILED PAST DEADLINE" TO CL-CAPTION.
044545     MOVE WS-RG-OVERDUE-COUNT TO CL-VALUE.
044554     PERFORM 2620-PRINT-COUNT-LINE THRU 2620-EXIT.
044563     MOVE "REGULATORY FILING NEEDS ATTENTION" TO FL-CAPTION.
044572     MOVE WS-RG-ATTENTION-FLAG TO FL-VALUE.
044581     MOVE WS-SUM-FLAG-LINE TO SUMMARY-REPORT-RECORD.
044590     WRITE SUMMARY-REPORT-RECORD.
044599     MOVE "SCHEDULED JOBS FAILED" TO CL-CAPTION.
044608     MOVE WS-JS-FAIL-COUNT TO CL-VALUE.
044617     PERFORM 2620-PRINT-COUNT-LINE THRU 2620-EXIT.
044626     MOVE "SCHEDULED JOBS SKIPPED" TO CL-CAPTION.
044635     MOVE WS-JS-SKIP-COUNT TO CL-VALUE.
044645     PERFORM 2620-PRINT-COUNT-LINE THRU 2620-EXIT.
044654     MOVE "SCHEDULED JOBS NEED ATTENTION" TO FL-CAPTION.
044663     MOVE WS-JS-ATTENTION-FLAG TO FL-VALUE.
044672     MOVE WS-SUM-FLAG-LINE TO SUMMARY-REPORT-RECORD.
044681     WRITE SUMMARY-REPORT-RECORD.
044690     CLOSE SUMMARY-REPORT-FILE.
044700     MOVE "SUMMARY" TO WS-LOG-STEP.
044800     MOVE "END-OF-CYCLE SUMMARY PAGE WRITTEN TO OPSUMRPT" TO
044900         WS-LOG-MESSAGE.
047100 2620-EXIT.
047200     EXIT.
047300*
047301******************************************************************
047303* 2700-LIST-SCHEDULED-JOBS.
047304*    PRINTS ONE LINE UNDER THE SCHEDULED-JOBS STEP FOR EVERY JOB
047306*    ON THE JOB SCHEDULE THAT FELL DUE ON THE BUSINESS DATE, WITH
047308*    ITS OUTCOME AND RETURN CODE, COUNTING THE FAILED AND SKIPPED
047309*    ONES. NO SCHEDULE MEANS NO JOBS WERE DUE.
047311******************************************************************
047313 2700-LIST-SCHEDULED-JOBS.
047314     OPEN INPUT JOB-SCHEDULE-FILE.
047316     IF WS-JS-FILE-STATUS NOT = "00"
047318         GO TO 2700-EXIT
047319     END-IF.
047321     PERFORM 2710-LIST-ONE-JOB THRU 2710-EXIT
047322         UNTIL WS-JS-EOF.
047324     CLOSE JOB-SCHEDULE-FILE.
047326     IF WS-JS-FAIL-COUNT > ZEROS OR WS-JS-SKIP-COUNT > ZEROS
047327         MOVE "YES" TO WS-JS-ATTENTION-FLAG
047329         MOVE "SUMMARY" TO WS-LOG-STEP
047331         MOVE "W" TO WS-LOG-SEVERITY
047332         MOVE SPACES TO WS-LOG-MESSAGE
047334         STRING "SCHEDULED JOBS FAILED " WS-JS-FAIL-COUNT
047336             " SKIPPED " WS-JS-SKIP-COUNT
047337             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
047339         CALL "LOGWRT01" USING WS-LOG-PARMS
047340         MOVE "I" TO WS-LOG-SEVERITY
047342     END-IF.
047344 2700-EXIT.
047345     EXIT.
047347*
047349******************************************************************
047350* 2710-LIST-ONE-JOB.
047352*    READS ONE JOB AND, WHEN IT FELL DUE TONIGHT, PRINTS ITS LINE.
047354******************************************************************
047355 2710-LIST-ONE-JOB.
047357     READ JOB-SCHEDULE-FILE NEXT RECORD
047359         AT END
047360             SET WS-JS-EOF TO TRUE
047362             GO TO 2710-EXIT
047363     END-READ.
047365     IF JS-LAST-DUE-DATE NOT = WS-RUN-DATE
047367         GO TO 2710-EXIT
047368     END-IF.
047370     EVALUATE TRUE
047372         WHEN JS-LAST-COMPLETED
047373             MOVE "COMPLETED" TO JL-RESULT
047375         WHEN JS-LAST-FAILED
047377             MOVE "FAILED" TO JL-RESULT
047378             ADD 1 TO WS-JS-FAIL-COUNT
047380         WHEN OTHER
047381             MOVE "SKIPPED" TO JL-RESULT
047383             ADD 1 TO WS-JS-SKIP-COUNT
047385     END-EVALUATE.
047386     MOVE JS-JOB-NAME TO JL-JOB-NAME.
047388     MOVE JS-PROGRAM TO JL-PROGRAM.
047390     MOVE JS-LAST-RC TO JL-RC.
047391     MOVE WS-SUM-JOB-LINE TO SUMMARY-REPORT-RECORD.
047393     WRITE SUMMARY-REPORT-RECORD.
047395 2710-EXIT.
047396     EXIT.
047398*
047400******************************************************************
047500* 3000-WRITE-JOB-HISTORY.
047600*    APPENDS ONE JOB RUN HISTORY RECORD FOR THIS RUN - THIS
