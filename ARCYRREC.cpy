000100******************************************************************
000200* ARCYRREC.CPY
000300* ARCHIVE YEAR FILE RECORD. THE YEAR-END OFFLOAD (ARCOFF01)
000400* WRITES EACH CLOSED YEAR'S TRANSACTION ARCHIVE DETAIL TO ONE
000500* SEQUENTIAL FILE NAMED ARCYR.AAAA: A HEADER, ONE DETAIL RECORD
000600* PER ARCHIVED ITEM CARRYING THE ARCHIVE RECORD IMAGE AS IT
000700* STOOD (ARCHREC), AND A TRAILER WITH THE CONTROL COUNT AND
000800* HASH TOTALS - THE ITEM COUNT, THE SUM OF N1 PLUS N2, THE SUM
000900* OF THE TRANSACTION IDS AND THE SUM OF THE ACCOUNT NUMBERS
001000* (AN ITEM ARCHIVED BEFORE ACCOUNTS EXISTED ADDS NOTHING). THE
001100* SAME FIGURES ARE HELD ON THE YEAR CONTROL RECORD (ARCYCREC)
001200* SO THE FILE CAN BE PROVED BEFORE THE DETAIL IS PURGED.
001300******************************************************************
001400 01  ARCH-YEAR-RECORD.
001500     03  AY-REC-TYPE             PIC X(01).
001600         88  AY-HEADER           VALUE "H".
001700         88  AY-DETAIL           VALUE "D".
001800         88  AY-TRAILER          VALUE "T".
001900     03  AY-BODY                 PIC X(64).
002000     03  AY-HEADER-BODY REDEFINES AY-BODY.
002100         05  AY-H-YEAR           PIC 9(04).
002200         05  AY-H-CREATED-DATE   PIC 9(08).
002300         05  AY-H-CREATED-TIME   PIC 9(08).
002400         05  FILLER              PIC X(44).
002500     03  AY-TRAILER-BODY REDEFINES AY-BODY.
002600         05  AY-T-YEAR           PIC 9(04).
002700         05  AY-T-RECORD-COUNT   PIC 9(09).
002800         05  AY-T-AMOUNT-TOTAL   PIC 9(13)V99.
002900         05  AY-T-ID-HASH        PIC 9(15).
003000         05  AY-T-ACCOUNT-HASH   PIC 9(15).
003100         05  FILLER              PIC X(06).
