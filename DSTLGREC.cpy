000100******************************************************************
000200* DSTLGREC.CPY
000300* REPORT DISTRIBUTION LOG RECORD. THE DISTRIBUTION STEP (DSTRUN01)
000400* APPENDS ONE RECORD FOR EVERY REPORT IT PUTS IN A RECIPIENT'S
000500* BUNDLE AND ONE FOR EVERY REPORT A RECIPIENT WAS DUE BUT COULD
000600* NOT BE GIVEN, SO "DID BRANCH 0042 GET ITS STATEMENT?" IS
000700* ANSWERED OFF THE LOG (DSTMNT01 QUERIES IT) RATHER THAN FROM
000800* MEMORY.
000900*
001000* DL-STATUS -
001100*    D  DELIVERED - COPIED INTO THE BUNDLE NAMED
001200*    M  MISSING - EXPECTED FOR THE CYCLE BUT NOT ON THE REPORT
001300*       INDEX (DL-REPORT-DATE AND DL-FILE-NAME ARE THEN EMPTY)
001400*    F  FILE GONE - ON THE INDEX BUT NOT ON DISK
001500* DL-BRANCH IS SET FOR A BRANCH-BY-BRANCH REPORT AND SPACES FOR A
001600* BANK-WIDE ONE.
001700******************************************************************
001800 01  DISTRIBUTION-LOG-RECORD.
001900     03  DL-RUN-DATE             PIC 9(08).
002000     03  DL-RUN-TIME             PIC 9(08).
002100     03  DL-RECIPIENT            PIC X(08).
002200     03  DL-REPORT-TYPE          PIC X(08).
002300     03  DL-REPORT-DATE          PIC 9(08).
002400     03  DL-BRANCH               PIC X(04).
002500     03  DL-FILE-NAME            PIC X(20).
002600     03  DL-BUNDLE-NAME          PIC X(24).
002700     03  DL-STATUS               PIC X(01).
002800         88  DL-DELIVERED        VALUE "D".
002900         88  DL-MISSING          VALUE "M".
003000         88  DL-FILE-GONE        VALUE "F".
003100     03  DL-LINE-COUNT           PIC 9(06).
003200     03  FILLER                  PIC X(05).
