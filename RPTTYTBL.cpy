000100******************************************************************
000200* RPTTYTBL.CPY
000300* DATED REPORT TYPE TABLE. EVERY REPORT TYPE THE SUITE RECORDS ON
000400* THE REPORT INDEX (RPTIXREC), WITH HOW OFTEN THE NIGHTLY CHAIN
000500* PRODUCES IT AND WHETHER IT COMES ONE FILE PER BRANCH. COPIED
000600* INTO WORKING-STORAGE BY THE DISTRIBUTION MAINTENANCE (DSTMNT01),
000700* WHICH ONLY ACCEPTS A TYPE LISTED HERE, AND BY THE DISTRIBUTION
000800* STEP (DSTRUN01), WHICH ONLY CALLS A REPORT MISSING WHEN THE
000900* CYCLE SHOULD HAVE PRODUCED IT. A NEW DATED REPORT IS ADDED HERE
001000* AND THE TWO PROGRAMS RECOMPILED.
001100*
001200* RPT-TY-CADENCE -
001300*    D  EVERY CYCLE
001400*    M  THE MONTH-END CYCLE ONLY
001500*    R  ON REQUEST - RUN BY HAND, NEVER EXPECTED
001600* RPT-TY-BRANCH-SW IS "Y" FOR A REPORT WRITTEN ONE FILE PER
001700* BRANCH, NAMED <TYPE>.<BRANCH>.<AAAAMM> - THE BRANCH IS TAKEN
001800* FROM THE SECOND PART OF THE FILE NAME.
001900******************************************************************
002000 01  RPT-TY-VALUES.
002100     03  FILLER                  PIC X(10) VALUE "DTLRPT  DN".
002200     03  FILLER                  PIC X(10) VALUE "CCYPOS  DN".
002300     03  FILLER                  PIC X(10) VALUE "DUPRPT  DN".
002400     03  FILLER                  PIC X(10) VALUE "FEEDCHK DN".
002450     03  FILLER                  PIC X(10) VALUE "INTCHK  DN".
002500     03  FILLER                  PIC X(10) VALUE "XFSTL   DN".
002600     03  FILLER                  PIC X(10) VALUE "MECLOSE MN".
002700     03  FILLER                  PIC X(10) VALUE "BRSTMT  MY".
002800     03  FILLER                  PIC X(10) VALUE "COMSTMT MY".
002900     03  FILLER                  PIC X(10) VALUE "BUDVAR  MN".
003000     03  FILLER                  PIC X(10) VALUE "LIMRPT  RN".
003050     03  FILLER                  PIC X(10) VALUE "IOFRTN  MN".
003100     03  FILLER                  PIC X(10) VALUE "REJRPT  RN".
003200     03  FILLER                  PIC X(10) VALUE "SODRPT  RN".
003300     03  FILLER                  PIC X(10) VALUE "AUDPACK RN".
003400     03  FILLER                  PIC X(10) VALUE "DSTRPT  RN".
003450     03  FILLER                  PIC X(10) VALUE "BRMIG   RN".
003500 01  FILLER REDEFINES RPT-TY-VALUES.
003600     03  RPT-TY-ENTRY            OCCURS 17 TIMES.
003700         05  RPT-TY-TYPE         PIC X(08).
003800         05  RPT-TY-CADENCE      PIC X(01).
003900             88  RPT-TY-EVERY-CYCLE  VALUE "D".
004000             88  RPT-TY-MONTH-END    VALUE "M".
004100             88  RPT-TY-ON-REQUEST   VALUE "R".
004200         05  RPT-TY-BRANCH-SW    PIC X(01).
004300             88  RPT-TY-PER-BRANCH   VALUE "Y".
004400 77  RPT-TY-COUNT                PIC 9(02) COMP VALUE 17.
