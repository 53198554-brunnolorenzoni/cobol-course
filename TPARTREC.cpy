000100******************************************************************
000200* TPARTREC.CPY
000300* DAILY TOTALS PARTITION TABLE. ONE RECORD PER BRANCH-RANGE
000400* PARTITION, IN ASCENDING ORDER OF TP-HIGH-BRANCH. THE TOTALS RUN
000500* WORKS THROUGH THE PARTITIONS IN FILE ORDER: THE FIRST COVERS
000600* EVERY BRANCH CODE UP TO AND INCLUDING ITS HIGH BOUND, EACH
000700* LATER ONE THE CODES ABOVE THE PREVIOUS BOUND UP TO ITS OWN, AND
000800* THE LAST ONE RUNS TO THE END OF THE FILE WHATEVER ITS BOUND
000900* SAYS - SO A NEW BRANCH CODE CAN NEVER FALL BETWEEN PARTITIONS.
001000* NO FILE (OR AN EMPTY ONE) MEANS ONE PARTITION FOR THE WHOLE
001100* DAY.
001200*
001300* THE TABLE MUST NOT BE CHANGED WHILE A TOTALS RUN IS WAITING
001400* FOR A RESTART - THE CHECKPOINT REMEMBERS EACH PARTITION'S RANGE
001500* AND A RESTART THAT NO LONGER MATCHES IT IS REFUSED.
001600******************************************************************
001700 01  TOTALS-PARTITION-RECORD.
001800     03  TP-HIGH-BRANCH          PIC X(04).
001900     03  TP-DESCRIPTION          PIC X(30).
002000     03  FILLER                  PIC X(06).
