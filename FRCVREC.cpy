000100******************************************************************
000200* FRCVREC.CPY
000300* FEED RECEIPT RECORD. ONE RECORD PER BRANCH FEED THE INTAKE RUN
000400* (TRNLD01) TOOK IN, KEYED BY THE BUSINESS DATE AND THE BRANCH,
000500* CARRYING WHEN THE FEED ARRIVED, THE FILE IT CAME IN, ITS
000600* SEQUENCE NUMBER AND WHETHER IT LOADED OR WAS REFUSED WHOLE.
000700* THE NIGHTLY FEED CHECK (FDCHK01) PROVES THE EXPECTED-FEED
000800* SCHEDULE AGAINST IT - NO RECEIPT IS A MISSING FEED, A REFUSED
000900* ONE IS NO BETTER, AND AN ARRIVAL PAST THE BRANCH'S CUT-OFF IS
001000* A LATE ONE. A BRANCH THAT RESENDS A REFUSED FEED THE SAME NIGHT
001100* HAS ITS RECEIPT REWRITTEN WITH THE LATER OUTCOME.
001200******************************************************************
001300 01  FEED-RECEIPT-RECORD.
001400     03  FRV-KEY.
001500         05  FRV-DATE            PIC 9(08).
001600         05  FRV-BRANCH          PIC X(04).
001700     03  FRV-ARRIVAL-DATE        PIC 9(08).
001800     03  FRV-ARRIVAL-TIME        PIC 9(04).
001900     03  FRV-FILE-NAME           PIC X(20).
002000     03  FRV-SEQUENCE            PIC 9(04).
002100     03  FRV-STATUS              PIC X(01).
002200         88  FRV-LOADED          VALUE "L".
002300         88  FRV-REFUSED         VALUE "R".
002400     03  FRV-LOADED-COUNT        PIC 9(06).
002500     03  FILLER                  PIC X(10).
