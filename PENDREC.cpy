001200*
001300* PEND-ACTION IS "AMEND " OR "DELETE". THE NEW-VALUE FIELDS ARE
001400* ONLY MEANINGFUL ON AN AMENDMENT - A DELETION CARRIES ZEROS.
001425* PEND-ACCOUNT IS THE AMENDED CUSTOMER ACCOUNT; A RECORD QUEUED
001450* BEFORE ACCOUNTS EXISTED CARRIES SPACES THERE AND LEAVES THE
001475* TRANSACTION'S ACCOUNT AS IT IS.
001500******************************************************************
001600 01  PENDING-CHANGE-RECORD.
001700     03  PEND-ID                 PIC 9(06).
003100         88  PEND-APPROVED       VALUE "A".
003200         88  PEND-REJECTED       VALUE "R".
003300     03  PEND-REVIEW-OPR         PIC 9(06).
003350     03  PEND-ACCOUNT            PIC 9(06).
003400     03  FILLER                  PIC X(04).
