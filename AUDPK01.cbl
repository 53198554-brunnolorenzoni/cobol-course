000400* DATE-WRITTEN: 2026-09-01
000500* DATE-COMPILED:
000600* PURPOSE:      DAILY AUDIT PACK GENERATOR. MERGES, FOR A CHOSEN
000690*               BUSINESS DATE, THE SEVEN PIECES OF CONTROL
000781*               EVIDENCE EVERY AUDIT VISIT ASKS FOR - AMENDMENT
000872*               AUDIT RECORDS, EXCEPTION ITEMS AND RESOLUTIONS,
000963*               ERROR-LOG ENTRIES, INTAKE REJECTS, JOB HISTORY
001054*               LINES, THE REFERENCE-DATA CHANGES APPLIED AND THE
001145*               ACCOUNTING PERIOD CLOSES AND REOPENS - INTO ONE
001236*               CHRONOLOGICALLY ORDERED, SOURCE-LABELLED PACK FILE
001327*               WITH A SECTION COUNT SUMMARY AT THE END. ONE RUN
001418*               REPLACES AN AFTERNOON OF ASSEMBLING SEVEN FILES
001509*               WITH SEVEN LAYOUTS BY HAND. REJECTS CARRY NO
001600*               TIME OF DAY, SO THEY SORT TO THE FRONT OF THE PACK
001700* TECTONICS:    COBC
001800******************************************************************
001900* MODIFICATION HISTORY.
002000*    2026-09-01 BL  INITIAL VERSION.
002012*    2026-10-15 BL  ADDED THE REFDATA SECTION - EACH BRANCH,
002025*                   CURRENCY, LIMIT, COMMISSION, OPERATOR,
002037*                   HOLIDAY AND STANDING-ORDER CHANGE APPLIED,
002050*                   FROM THE REFERENCE-DATA CHANGE LOG, AS A
002062*                   BEFORE AND AN AFTER LINE NAMING THE ITEM,
002075*                   REQUESTER AND APPROVER. ITS COUNT GOES ON A
002087*                   SECOND SUMMARY LINE.
002089*    2026-10-15 BL  ADDED THE PERIOD SECTION - EACH ACCOUNTING
002091*                   PERIOD STATUS CHANGE FROM THE PERIOD LOG
002093*                   (PRDLOG), WITH THE OPERATOR AND REASON OF A
002095*                   REOPEN OR HAND CLOSE. ITS COUNT GOES ON THE
002097*                   SECOND SUMMARY LINE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. AUDPK01.
004700     SELECT REPORT-INDEX-FILE ASSIGN TO "RPTINDEX"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RIX-FILE-STATUS.
004925     SELECT RD-CHANGE-LOG-FILE ASSIGN TO "RDCHGLOG"
004950         ORGANIZATION IS LINE SEQUENTIAL
004975         FILE STATUS IS WS-RDL-FILE-STATUS.
004981     SELECT PERIOD-LOG-FILE ASSIGN TO "PRDLOG"
004987         ORGANIZATION IS LINE SEQUENTIAL
004993         FILE STATUS IS WS-PLG-FILE-STATUS.
005000     SELECT SORT-FILE ASSIGN TO "SORTWORK".
005100*
005200 DATA DIVISION.
006500 01  PACK-RECORD                     PIC X(180).
006600 FD  REPORT-INDEX-FILE.
006700 COPY "RPTIXREC.cpy".
006733 FD  RD-CHANGE-LOG-FILE.
006766 COPY "RDLOGREC.cpy".
006777 FD  PERIOD-LOG-FILE.
006788 COPY "PRDLGREC.cpy".
006800 SD  SORT-FILE.
006900 01  SORT-RECORD.
007000     03  SP-TIME                 PIC 9(08).
008100     88  WS-PACK-FILE-NOT-FOUND  VALUE "35".
008200 77  WS-RIX-FILE-STATUS          PIC X(02) VALUE "00".
008300     88  WS-RIX-FILE-NOT-FOUND   VALUE "35".
008350 77  WS-RDL-FILE-STATUS          PIC X(02) VALUE "00".
008375 77  WS-PLG-FILE-STATUS          PIC X(02) VALUE "00".
008400*
008500 77  WS-SRC-EOF-SW               PIC X(01) VALUE "N".
008600     88  WS-SRC-EOF              VALUE "Y".
010700 77  WS-ERROR-COUNT              PIC 9(06) VALUE ZEROS.
010800 77  WS-REJECT-COUNT             PIC 9(06) VALUE ZEROS.
010900 77  WS-HISTORY-COUNT            PIC 9(06) VALUE ZEROS.
010950 77  WS-REFDATA-COUNT            PIC 9(06) VALUE ZEROS.
010975 77  WS-PERIOD-COUNT             PIC 9(06) VALUE ZEROS.
011000 77  WS-PACK-LINE-COUNT          PIC 9(06) VALUE ZEROS.
011100*
011200*    ONE FORMATTED PACK LINE - SOURCE LABEL, TIME OF DAY AND THE
013100     03  SL-REJECT               PIC ZZZZZ9.
013200     03  FILLER                  PIC X(10) VALUE "  HISTORY ".
013300     03  SL-HISTORY              PIC ZZZZZ9.
013316*
013333 01  WS-SUMMARY-LINE-2.
013350     03  FILLER                  PIC X(09) VALUE "SECTIONS ".
013366     03  FILLER                  PIC X(09) VALUE "REFDATA ".
013383     03  SL-REFDATA              PIC ZZZZZ9.
013388     03  FILLER                  PIC X(09) VALUE "  PERIOD ".
013394     03  SL-PERIOD               PIC ZZZZZ9.
013400*
013500*    PARAMETER AREA PASSED TO BDATE01. LAYOUT MUST MATCH ITS
013600*    LINKAGE SECTION BDATE-PARMS FIELD FOR FIELD.
026500*
026600******************************************************************
026700* 7000-RELEASE-INPUTS.
026783*    SORT INPUT PROCEDURE - READS EACH OF THE SEVEN EVIDENCE
026866*    FILES, KEEPS THE PACK DATE'S RECORDS AND RELEASES ONE
026950*    LABELLED, TIMED LINE PER RECORD TO THE SORT (TWO FOR A
027033*    REFERENCE-DATA CHANGE). A FILE THAT IS NOT PRESENT SIMPLY
027116*    CONTRIBUTES NOTHING.
027200******************************************************************
027300 7000-RELEASE-INPUTS SECTION.
027400 7010-DRIVE.
027700     PERFORM 7300-RELEASE-ERRORS THRU 7300-EXIT.
027800     PERFORM 7350-RELEASE-REJECTS THRU 7350-EXIT.
027900     PERFORM 7400-RELEASE-HISTORY THRU 7400-EXIT.
027950     PERFORM 7450-RELEASE-REFDATA THRU 7450-EXIT.
027975     PERFORM 7470-RELEASE-PERIODS THRU 7470-EXIT.
028000     GO TO 7000-DONE.
028100*
028200 7100-RELEASE-AUDITS.
045900 7410-EXIT.
046000     EXIT.
046100*
046102 7450-RELEASE-REFDATA.
046104     MOVE "N" TO WS-SRC-EOF-SW.
046106     OPEN INPUT RD-CHANGE-LOG-FILE.
046108     IF WS-RDL-FILE-STATUS NOT = "00"
046110         CLOSE RD-CHANGE-LOG-FILE
046112         GO TO 7450-EXIT
046114     END-IF.
046117     PERFORM 7460-RELEASE-ONE-CHANGE THRU 7460-EXIT
046119         UNTIL WS-SRC-EOF.
046121     CLOSE RD-CHANGE-LOG-FILE.
046123 7450-EXIT.
046125     EXIT.
046127*
046129 7460-RELEASE-ONE-CHANGE.
046131     READ RD-CHANGE-LOG-FILE
046134         AT END
046136             SET WS-SRC-EOF TO TRUE
046138             GO TO 7460-EXIT
046140     END-READ.
046142     IF RDL-DATE NOT = WS-PACK-DATE
046144         GO TO 7460-EXIT
046146     END-IF.
046148     MOVE SPACES TO SORT-RECORD.
046151     MOVE RDL-TIME TO SP-TIME.
046153     MOVE "REFDATA" TO SP-SECTION.
046155     STRING RDL-TABLE " " RDL-ACTION " " RDL-KEY
046157         " ITEM " RDL-PEND-ID
046159         " REQ " RDL-REQUEST-OPR
046161         " APR " RDL-APPROVE-OPR
046163         " BEFORE " RDL-BEFORE-IMAGE
046165         DELIMITED BY SIZE INTO SP-TEXT.
046168     RELEASE SORT-RECORD.
046170     MOVE SPACES TO SORT-RECORD.
046172     MOVE RDL-TIME TO SP-TIME.
046174     MOVE "REFDATA" TO SP-SECTION.
046176     STRING RDL-TABLE " " RDL-ACTION " " RDL-KEY
046178         " ITEM " RDL-PEND-ID
046180         " REQ " RDL-REQUEST-OPR
046182         " APR " RDL-APPROVE-OPR
046185         " AFTER  " RDL-AFTER-IMAGE
046187         DELIMITED BY SIZE INTO SP-TEXT.
046189     RELEASE SORT-RECORD.
046191     ADD 1 TO WS-REFDATA-COUNT.
046193 7460-EXIT.
046195     EXIT.
046197*
046199 7470-RELEASE-PERIODS.
046202     MOVE "N" TO WS-SRC-EOF-SW.
046205     OPEN INPUT PERIOD-LOG-FILE.
046207     IF WS-PLG-FILE-STATUS NOT = "00"
046210         CLOSE PERIOD-LOG-FILE
046213         GO TO 7470-EXIT
046215     END-IF.
046218     PERFORM 7480-RELEASE-ONE-PERIOD THRU 7480-EXIT
046221         UNTIL WS-SRC-EOF.
046224     CLOSE PERIOD-LOG-FILE.
046226 7470-EXIT.
046229     EXIT.
046232*
046234 7480-RELEASE-ONE-PERIOD.
046237     READ PERIOD-LOG-FILE
046240         AT END
046243             SET WS-SRC-EOF TO TRUE
046245             GO TO 7480-EXIT
046248     END-READ.
046251     IF PLG-DATE NOT = WS-PACK-DATE
046253         GO TO 7480-EXIT
046256     END-IF.
046259     MOVE SPACES TO SORT-RECORD.
046262     MOVE PLG-TIME TO SP-TIME.
046264     MOVE "PERIOD" TO SP-SECTION.
046267     STRING PLG-PERIOD " " PLG-ACTION
046270         " " PLG-OLD-STATUS " TO " PLG-NEW-STATUS
046272         " BY " PLG-SOURCE
046275         " OPR " PLG-OPERATOR
046278         " " PLG-REASON
046281         DELIMITED BY SIZE INTO SP-TEXT.
046283     RELEASE SORT-RECORD.
046286     ADD 1 TO WS-PERIOD-COUNT.
046289 7480-EXIT.
046291     EXIT.
046294*
046297 7000-DONE.
046300     EXIT.
046400*
046500******************************************************************
048100     MOVE SPACES TO PACK-RECORD.
048200     MOVE WS-SUMMARY-LINE TO PACK-RECORD.
048300     WRITE PACK-RECORD.
048320     MOVE WS-REFDATA-COUNT TO SL-REFDATA.
048330     MOVE WS-PERIOD-COUNT TO SL-PERIOD.
048340     MOVE SPACES TO PACK-RECORD.
048360     MOVE WS-SUMMARY-LINE-2 TO PACK-RECORD.
048380     WRITE PACK-RECORD.
048400     GO TO 7500-DONE.
048500*
048600 7520-WRITE-ONE-LINE.
