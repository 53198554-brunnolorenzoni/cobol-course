000500* RUN, KEYED BY BUSINESS DATE PLUS TRANSACTION ID SO HISTORY IS
000600* SEARCHABLE BY DAY AND THE SAME TRANSACTION IDS CAN BE REUSED
000700* ON LATER DAYS WITHOUT COLLIDING.
000733* ARCH-ACCOUNT IS THE CUSTOMER ACCOUNT THE ITEM POSTED TO -
000766* BLANK ON HISTORY ARCHIVED BEFORE ACCOUNTS EXISTED.
000774* ARCH-COUNTER-BRANCH/ARCH-XFER-SIDE CARRY A TRANSFER LEG'S
000783* OTHER BRANCH AND DIRECTION (SEE TRANREC) - BLANK ON EVERY
000791* OTHER TYPE AND ON HISTORY ARCHIVED BEFORE TRANSFERS EXISTED.
000800******************************************************************
000900 01  ARCHIVE-RECORD.
001000     03  ARCH-KEY.
001610     03  ARCH-TYPE               PIC X(01).
001620     03  ARCH-REVERSED-ID        PIC 9(06).
001630     03  ARCH-OPERATOR-ID        PIC 9(06).
001640     03  ARCH-ACCOUNT            PIC 9(06).
001660     03  ARCH-COUNTER-BRANCH     PIC X(04).
001680     03  ARCH-XFER-SIDE          PIC X(01).
001700     03  FILLER                  PIC X(01).
