000100******************************************************************
000200* TAXACREC.CPY
000300* DAILY IOF TAX ACCRUAL RECORD. ONE RECORD PER BRANCH + CURRENCY
000400* PER BUSINESS DATE, APPENDED BY THE DAILY TOTALS RUN AT FINALIZE
000500* TIME FOR EVERY FOREIGN CURRENCY A BRANCH TAXED OR RECLAIMED
000600* ON. THE TAXABLE BASE AND THE TAX AMOUNTS ARE IN THE BASE
000700* CURRENCY (BRL). THE TAX RECLAIMED IS WHAT REVERSALS TOOK BACK
000800* OF TAX THEIR ORIGINALS PAID; THE TAX DUE IS CHARGED LESS
000900* RECLAIMED. TXA-NO-RATE-COUNT IS THE NUMBER OF TAXABLE ITEMS
000942* LEFT UNTAXED BECAUSE NO RATE WAS ON FILE FOR THEM. TXA-RUN-TIME
000985* IS THE START TIME (HHMMSS) OF THE TOTALS RUN THAT WROTE THE
001028* RECORD; A RERUN OF A DATE APPENDS A NEW SET, AND A RUN THAT
001071* TAXED NOTHING APPENDS ONE RECORD WITH A BLANK BRANCH AND ZERO
001114* AMOUNTS. THE MONTHLY IOF RETURN (TAXRTN01) IS BUILT FROM THIS
001157* FILE, TAKING FOR EACH DATE ONLY THE LAST RUN APPENDED FOR IT.
001200******************************************************************
001300 01  TAX-ACCRUAL-RECORD.
001400     03  TXA-RUN-DATE            PIC 9(08).
001500     03  TXA-BRANCH              PIC X(04).
001600     03  TXA-CURRENCY            PIC X(03).
001700     03  TXA-TAX-BASE            PIC 9(11)V99.
001800     03  TXA-TAX-CHARGED         PIC 9(09)V99.
001900     03  TXA-TAX-RECLAIMED       PIC 9(09)V99.
002000     03  TXA-TAX-COUNT           PIC 9(06).
002100     03  TXA-RECLAIM-COUNT       PIC 9(06).
002200     03  TXA-NO-RATE-COUNT       PIC 9(06).
002250     03  TXA-RUN-TIME            PIC 9(06).
002300     03  FILLER                  PIC X(04).
