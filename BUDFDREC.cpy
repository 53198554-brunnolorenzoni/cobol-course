000100******************************************************************
000200* BUDFDREC.CPY
000300* BRANCH BUDGET BULK-LOAD FEED RECORD. ONE RECORD PER BRANCH PER
000400* MONTH ON THE SEQUENTIAL FILE THE PLANNING TEAM HANDS OVER,
000500* LOADED BY THE BUDGET MAINTENANCE RUN (BUDMNT01). THE FIELDS
000600* ARRIVE AS PLAIN CHARACTERS SO EACH CAN BE CLASS-TESTED BEFORE
000700* IT IS TRUSTED - THE NUMERIC VIEWS ARE ONLY USED ONCE THE TEST
000800* HAS PASSED.
000900*
001000* BF-MONTH IS AAAAMM. BF-TARGET-NET IS THIRTEEN DIGITS WITH TWO
001100* IMPLIED DECIMAL PLACES, IN THE BASE CURRENCY (BRL).
001200******************************************************************
001300 01  BUDGET-FEED-RECORD.
001400     03  BF-BRANCH               PIC X(04).
001500     03  BF-MONTH                PIC X(06).
001600     03  BF-MONTH-N REDEFINES BF-MONTH.
001700         05  BF-YEAR             PIC 9(04).
001800         05  BF-MM               PIC 9(02).
001900     03  BF-TARGET-COUNT         PIC X(07).
002000     03  BF-TARGET-COUNT-N REDEFINES BF-TARGET-COUNT
002100                                 PIC 9(07).
002200     03  BF-TARGET-NET           PIC X(13).
002300     03  BF-TARGET-NET-N REDEFINES BF-TARGET-NET
002400                                 PIC 9(11)V99.
002500     03  FILLER                  PIC X(10).
