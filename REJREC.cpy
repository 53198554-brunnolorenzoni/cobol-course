001200*    04  BRANCH CODE BLANK
001300*    05  CURRENCY CODE BLANK
001400*    06  TRANSACTION ID ALREADY ON FILE (DUPLICATE KEY)
001410*    07  TRANSACTION TYPE NOT O, R, A, T OR SPACE
001420*    08  REVERSAL WITHOUT A USABLE REVERSED-ID
001460*    09  BRANCH NOT ON THE BRANCH MASTER (OR CLOSED)
001470*    10  VALUE DATE NOT USABLE (NON-NUMERIC OR NOT A DATE, OR
001475*        A FORWARD DATE ON A TRANSFER)
001480*    11  CURRENCY NOT ON THE CURRENCY MASTER (OR INACTIVE)
001490*    12  BRANCH WOULD EXCEED ITS DAILY EXPOSURE LIMIT
001492*    13  ACCOUNT NOT USABLE (NOT NUMERIC, NOT ON THE ACCOUNT
001495*        MASTER, CLOSED, OR NOT HELD AT THE ITEM'S BRANCH IN
001497*        THE ITEM'S CURRENCY)
001514*    14  TRANSFER COUNTERPARTY NOT USABLE (BRANCH BLANK, THE
001531*        SENDING BRANCH ITSELF, NOT ON THE MASTER OR CLOSED;
001548*        RECEIVING ACCOUNT NOT USABLE AT THAT BRANCH; OR NO
001565*        USABLE TRAN-ID FOR THE INWARD LEG)
001573*    15  VALUE DATE BACK IN A CLOSED ACCOUNTING PERIOD
001582******************************************************************
001600 01  REJECT-RECORD.
001650     03  REJ-ID                  PIC 9(06).
001700     03  REJ-REASON-CODE         PIC X(02).
001800     03  REJ-REASON-TEXT         PIC X(30).
001900     03  REJ-FEED-IMAGE          PIC X(64).
001910     03  REJ-TRAN-ID             PIC X(06).
001920     03  REJ-FEED-DATE           PIC 9(08).
001930     03  REJ-STATUS              PIC X(01).
001940         88  REJ-OPEN            VALUE "O" " ".
001950         88  REJ-CLEARED         VALUE "C".
001960     03  REJ-CLEARED-DATE        PIC 9(08).
002000     03  FILLER                  PIC X(04).
