000100******************************************************************
000200* ARCYCREC.CPY
000300* ARCHIVE YEAR CONTROL RECORD. ONE RECORD PER YEAR THE YEAR-END
000400* OFFLOAD (ARCOFF01) HAS WRITTEN TO A YEAR FILE, KEYED BY THE
000500* YEAR. IT NAMES THE YEAR FILE, CARRIES THE CONTROL COUNT AND
000600* HASH TOTALS WRITTEN ON ITS TRAILER (SEE ARCYRREC), AND SAYS
000700* WHETHER THE YEAR'S DETAIL IS STILL ON THE TRANSACTION ARCHIVE
000800* ("O" - OFFLOADED, DETAIL STILL ONLINE) OR HAS BEEN PURGED FROM
000900* IT ("P") SO THE YEAR FILE IS NOW THE ONLY COPY. THE ARCHIVE
001000* INQUIRY READS IT TO ANSWER FOR A PURGED YEAR FROM THE SUMMARY
001100* ARCHIVE AND TO SAY WHICH YEAR FILE HOLDS THE DETAIL.
001200******************************************************************
001300 01  ARCH-YEAR-CONTROL-RECORD.
001400     03  AYC-YEAR                PIC 9(04).
001500     03  AYC-FILE-NAME           PIC X(20).
001600     03  AYC-STATUS              PIC X(01).
001700         88  AYC-OFFLOADED       VALUE "O".
001800         88  AYC-PURGED          VALUE "P".
001900     03  AYC-OFFLOAD-DATE        PIC 9(08).
002000     03  AYC-PURGE-DATE          PIC 9(08).
002100     03  AYC-RECORD-COUNT        PIC 9(09).
002200     03  AYC-AMOUNT-TOTAL        PIC 9(13)V99.
002300     03  AYC-ID-HASH             PIC 9(15).
002400     03  AYC-ACCOUNT-HASH        PIC 9(15).
002500     03  FILLER                  PIC X(05).
