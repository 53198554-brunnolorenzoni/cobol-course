000200* GLACKREC.CPY
000300* GL ACKNOWLEDGMENT RECORD. ONE RECORD PER FEED THE LEDGER SIDE
000400* TOOK, RETURNED DAILY BY THE GL TEAM, CARRYING OUR SOURCE
000500* SYSTEM, THE RUN DATE OF THE JOURNAL THEY POSTED AND THE LINE
000600* COUNT, DEBIT TOTAL AND CREDIT TOTAL THEY POSTED IT FOR.
000700* MATCHED AGAINST THE OUTSTANDING-FEEDS FILE BY THE
000800* ACKNOWLEDGMENT MATCHING RUN - NOTHING WE SENT CAN QUIETLY
000900* DISAPPEAR, AND A JOURNAL THE LEDGER LOADED ONLY PART OF DOES
001000* NOT PASS FOR A MATCH.
001100*
001110* THE THREE FIGURES ARE THE ONES ON THE JOURNAL'S CONTROL
001120* TRAILER.
001200******************************************************************
001300 01  GL-ACK-RECORD.
001400     03  ACK-SOURCE-SYSTEM       PIC X(10).
001500     03  ACK-RUN-DATE            PIC 9(08).
001600     03  ACK-LINE-COUNT          PIC 9(06).
001650     03  ACK-DEBIT-TOTAL         PIC 9(09)V99.
001700     03  ACK-CREDIT-TOTAL        PIC 9(09)V99.
001800     03  FILLER                  PIC X(10).
