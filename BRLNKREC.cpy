000100******************************************************************
000200* BRLNKREC.CPY
000300* BRANCH SUCCESSION LINK RECORD. ONE RECORD PER BRANCH CLOSED
000400* INTO ANOTHER BY THE CLOSURE AND MERGER UTILITY, KEYED BY THE
000500* OLD (CLOSED) BRANCH CODE, WITH THE SUCCESSOR CODE AS A
000600* DUPLICATES-ALLOWED ALTERNATE KEY SO A SUCCESSOR CAN FIND EVERY
000700* BRANCH IT TOOK OVER. CARRIES THE EFFECTIVE DATE, THE DATE THE
000800* MIGRATION RAN, THE REQUESTING AND CONFIRMING OPERATORS AND THE
000900* ACTIONS TAKEN FOR STANDING ORDERS (M MOVED, C CANCELLED) AND
001000* FOR THE LIMIT, COMMISSION AND FEED-SEQUENCE RECORDS (T
001100* TRANSFERRED, R RETIRED). STATEMENTS AND THE ARCHIVE INQUIRY
001200* READ IT TO SHOW THE OLD AND NEW CODES SIDE BY SIDE.
001300******************************************************************
001400 01  BRANCH-LINK-RECORD.
001500     03  BL-OLD-BRANCH           PIC X(04).
001600     03  BL-NEW-BRANCH           PIC X(04).
001700     03  BL-EFFECTIVE-DATE       PIC 9(08).
001800     03  BL-MIGRATED-DATE        PIC 9(08).
001900     03  BL-REQUEST-OPR          PIC 9(06).
002000     03  BL-CONFIRM-OPR          PIC 9(06).
002100     03  BL-SO-ACTION            PIC X(01).
002200         88  BL-SO-MOVED         VALUE "M".
002300         88  BL-SO-CANCELLED     VALUE "C".
002400     03  BL-REF-ACTION           PIC X(01).
002500         88  BL-REF-TRANSFERRED  VALUE "T".
002600         88  BL-REF-RETIRED      VALUE "R".
002700     03  FILLER                  PIC X(10).
