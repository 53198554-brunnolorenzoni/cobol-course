000765* ON ANYTHING KEYED OR BULK-LOADED - SO THE RECONCILIATION
000772* STEP'S COUNTS AND ANY REVIEW OF THE DAY CAN TELL A GENERATED
000779* ITEM FROM AN ENTERED ONE.
000780*
000781* TRAN-ACCOUNT IS THE CUSTOMER ACCOUNT THE ITEM POSTS TO ON THE
000782* ACCOUNT MASTER (ACCTREC). EVERY ENTRY PATH REQUIRES IT AND
000783* CHECKS THE ACCOUNT IS OPEN AND HELD AT THE ITEM'S BRANCH IN
000784* THE ITEM'S CURRENCY; THE DAILY TOTALS RUN POSTS THE ITEM TO
000785* THE ACCOUNT'S RUNNING BALANCE. BLANK ON A RECORD WRITTEN
000786* BEFORE ACCOUNTS EXISTED - THE TOTALS RUN SENDS THOSE TO THE
000787* EXCEPTION QUEUE AS AN UNKNOWN ACCOUNT.
000793*
000800* AN INTER-BRANCH TRANSFER (TYPE "T") IS ALWAYS A LINKED PAIR OF
000806* RECORDS WRITTEN TOGETHER - THE OUTWARD LEG AT THE SENDING
000813* BRANCH (TRAN-XFER-SIDE "O") AND THE INWARD LEG AT THE RECEIVING
000820* BRANCH (TRAN-XFER-SIDE "I"), SAME AMOUNT AND CURRENCY, EACH
000826* NAMING THE OTHER BRANCH IN TRAN-COUNTER-BRANCH AND THE OTHER
000833* LEG'S TRAN-ID IN TRAN-REVERSED-ID, WHICH ON A TRANSFER LEG
000840* CARRIES THE PAIRED LEG RATHER THAN A REVERSED ITEM. THE
000846* OUTWARD LEG TAKES THE AMOUNT OFF ITS BRANCH AND ACCOUNT, THE
000853* INWARD LEG PUTS IT ON; THE PAIR NETS TO NOTHING ACROSS THE
000860* NETWORK, SO TRANSFERS STAY OUT OF THE DAY'S NET AND GROSS
000866* FIGURES AND THE GL JOURNAL. THE SETTLEMENT STEP (XFSTL01)
000873* PAIRS THE LEGS EVERY NIGHT. BOTH FIELDS ARE BLANK ON ANY
000880* OTHER TYPE.
000886******************************************************************
000893 01  TRAN-RECORD.
000900     03  TRAN-ID                 PIC 9(06).
001000     03  TRAN-N1                 PIC 9(07)V99.
001100     03  TRAN-N2                 PIC 9(07)V99.
001171         88  TRAN-TYPE-ORIGINAL  VALUE "O" " ".
001172         88  TRAN-TYPE-REVERSAL  VALUE "R".
001173         88  TRAN-TYPE-ADJUSTMENT VALUE "A".
001176         88  TRAN-TYPE-TRANSFER  VALUE "T".
001180     03  TRAN-REVERSED-ID        PIC 9(06).
001190     03  TRAN-OPERATOR-ID        PIC 9(06).
001192     03  TRAN-SOURCE             PIC X(01).
001194         88  TRAN-SRC-ENTERED    VALUE " ".
001196         88  TRAN-SRC-STANDING   VALUE "S".
001200     03  TRAN-ACCOUNT            PIC 9(06).
001210     03  TRAN-COUNTER-BRANCH     PIC X(04).
001220     03  TRAN-XFER-SIDE          PIC X(01).
001230         88  TRAN-XFER-OUT       VALUE "O".
001240         88  TRAN-XFER-IN        VALUE "I".
001250     03  FILLER                  PIC X(04).
