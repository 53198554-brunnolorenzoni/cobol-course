001600* THE NEXT BUSINESS DAY, MONTHLY ONES TO THE SAME DAY NEXT
001700* MONTH (CLAMPED TO THE MONTH'S LAST DAY) AND THEN FORWARD TO
001800* A BUSINESS DAY.
001820*
001840* SO-ACCOUNT IS THE CUSTOMER ACCOUNT EACH GENERATED ITEM POSTS
001860* TO - THE MAINTENANCE PROGRAM CHECKS IT AGAINST THE ACCOUNT
001880* MASTER WHEN THE TEMPLATE IS SET UP.
001900******************************************************************
002000 01  STANDING-ORDER-RECORD.
002100     03  SO-ID                   PIC 9(06).
003400     03  SO-ACTIVE-SW            PIC X(01).
003500         88  SO-ACTIVE           VALUE "Y".
003600         88  SO-CANCELLED        VALUE "N".
003650     03  SO-ACCOUNT              PIC 9(06).
003700     03  FILLER                  PIC X(04).
