000100******************************************************************
000200* FMANREC.CPY
000300* FEED MANIFEST RECORD. THE FILE-TRANSFER RECEIVING SIDE WRITES
000400* ONE RECORD TO THE NIGHT'S MANIFEST (FEEDMAN) FOR EVERY BRANCH
000500* FEED IT TAKES IN - THE BRANCH, THE FILE NAME THE FEED WAS
000600* LANDED UNDER, AND THE DATE AND TIME IT ARRIVED. WHEN A
000700* MANIFEST IS PRESENT THE INTAKE RUN (TRNLD01) LOADS EVERY FEED
000800* ON IT IN ONE STEP, EACH UNDER ITS OWN HEADER/TRAILER CONTROL
000900* AND SEQUENCE CHECK, AND RECORDS A RECEIPT FOR EACH.
001000*
001100* THE FIELDS ARE PLAIN DISPLAY CHARACTERS LIKE THE FEED ITSELF;
001200* THE -9 REDEFINES GIVE THE NUMERIC VIEW ONCE THE CHARACTER
001300* VIEW HAS PASSED ITS CLASS TEST. THE ARRIVAL TIME IS HHMM.
001400******************************************************************
001500 01  FEED-MANIFEST-RECORD.
001600     03  FMN-BRANCH              PIC X(04).
001700     03  FMN-FILE-NAME           PIC X(20).
001800     03  FMN-ARRIVAL-DATE        PIC X(08).
001900     03  FMN-ARRIVAL-DATE-9 REDEFINES FMN-ARRIVAL-DATE
002000                                 PIC 9(08).
002100     03  FMN-ARRIVAL-TIME        PIC X(04).
002200     03  FMN-ARRIVAL-TIME-9 REDEFINES FMN-ARRIVAL-TIME
002300                                 PIC 9(04).
002400     03  FILLER                  PIC X(04).
