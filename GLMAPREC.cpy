000100******************************************************************
000200* GLMAPREC.CPY
000300* GL ACCOUNT-MAPPING RECORD. ONE RECORD PER BRANCH + CURRENCY +
000400* TRANSACTION TYPE (O ORIGINAL, R REVERSAL, A ADJUSTMENT), KEYED
000500* ON ALL THREE, CARRYING THE GENERAL LEDGER ACCOUNT THE BUCKET
000600* DEBITS AND THE ONE IT CREDITS. THE DAILY TOTALS RUN BUILDS ITS
000700* JOURNAL FROM HERE - ONE DEBIT AND ONE CREDIT LINE PER BUCKET -
000800* AND REFUSES THE WHOLE JOURNAL WHEN ANY BUCKET IT POSTED HAS NO
000900* RECORD, SO NOTHING REACHES THE LEDGER ON A GUESSED ACCOUNT.
001000*
001100* A REVERSAL BUCKET NORMALLY CARRIES THE ORIGINAL BUCKET'S TWO
001200* ACCOUNTS THE OTHER WAY ROUND - THAT IS HOW THE LEDGER SIDE SEES
001300* THE BACK-OUT - BUT THE FILE DOES NOT ASSUME IT; EACH TYPE IS
001400* MAPPED ON ITS OWN.
001416*
001433* THE IOF TAX ON A BRANCH'S FOREIGN-CURRENCY ITEMS POSTS UNDER TWO
001450* MORE TYPES OF ITS OWN - X FOR THE TAX CHARGED AND Y FOR THE TAX
001466* REVERSALS RECLAIMED - SO THE TAX REACHES THE LEDGER AS SEPARATE
001483* LINES ON ITS OWN ACCOUNTS.
001500******************************************************************
001600 01  GL-MAP-RECORD.
001700     03  GLM-KEY.
001800         05  GLM-BRANCH          PIC X(04).
001900         05  GLM-CURRENCY        PIC X(03).
002000         05  GLM-TRAN-TYPE       PIC X(01).
002100             88  GLM-TYPE-ORIGINAL   VALUE "O".
002200             88  GLM-TYPE-REVERSAL   VALUE "R".
002300             88  GLM-TYPE-ADJUSTMENT VALUE "A".
002333             88  GLM-TYPE-TAX-CHARGED   VALUE "X".
002366             88  GLM-TYPE-TAX-RECLAIMED VALUE "Y".
002400             88  GLM-TYPE-VALID      VALUE "O" "R" "A" "X" "Y".
002500     03  GLM-DEBIT-ACCOUNT       PIC X(10).
002600     03  GLM-CREDIT-ACCOUNT      PIC X(10).
002700     03  FILLER                  PIC X(10).
