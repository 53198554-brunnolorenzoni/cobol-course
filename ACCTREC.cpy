000100******************************************************************
000200* ACCTREC.CPY
000300* CUSTOMER ACCOUNT MASTER RECORD. ONE RECORD PER CUSTOMER
000400* ACCOUNT, KEYED BY THE SIX-DIGIT ACCOUNT NUMBER, CARRYING THE
000500* ACCOUNT NAME, THE BRANCH THAT OWNS IT, THE CURRENCY IT IS HELD
000600* IN, AN OPEN/CLOSED FLAG AND THE CURRENT RUNNING BALANCE. EVERY
000700* TRANSACTION NAMES THE ACCOUNT IT POSTS TO (TRAN-ACCOUNT) AND
000800* ENTRY, BULK INTAKE AND AMENDMENT ALL REFUSE AN ACCOUNT THAT IS
000900* NOT ON FILE, IS CLOSED, OR IS HELD AT ANOTHER BRANCH OR IN
001000* ANOTHER CURRENCY.
001100*
001200* THE DAILY TOTALS RUN POSTS EACH ITEM'S AMOUNT TO ACCT-BALANCE -
001300* ORIGINALS AND ADJUSTMENTS ADD, AN APPLIED REVERSAL TAKES THE
001400* ITEM IT BACKS OUT AWAY AGAIN - AND KEEPS THE DAY'S NET IN
001500* ACCT-DAY-MOVEMENT. ACCT-LAST-POST-DATE/ACCT-LAST-TRAN-ID
001600* RECORD THE LAST ITEM POSTED SO A RESTARTED RUN, WHICH
001700* REPROCESSES THE LIVE FILE IN KEY ORDER, DOES NOT POST THE SAME
001800* ITEM TWICE. ACCT-POST-RUN-STAMP IDENTIFIES THE RUN THAT POSTED
001816* THE DAY (ITS START TIME, KEPT ON THE CHECKPOINT ACROSS A
001833* RESTART): A LATER RUN OF THE SAME BUSINESS DATE TAKES THE DAY'S
001850* MOVEMENT BACK OUT OF THE BALANCE BEFORE POSTING THE DAY AGAIN,
001866* SO A RERUN REPLACES THE DAY RATHER THAN ADDING TO IT. AMOUNTS
001883* ARE IN THE ACCOUNT'S OWN CURRENCY.
001900******************************************************************
002000 01  ACCOUNT-RECORD.
002100     03  ACCT-NUMBER             PIC 9(06).
002200     03  ACCT-NAME               PIC X(20).
002300     03  ACCT-BRANCH             PIC X(04).
002400     03  ACCT-CURRENCY           PIC X(03).
002500     03  ACCT-ACTIVE-SW          PIC X(01).
002600         88  ACCT-OPEN           VALUE "Y".
002700         88  ACCT-CLOSED         VALUE "N".
002800     03  ACCT-BALANCE            PIC S9(11)V99
002900                                 SIGN IS LEADING SEPARATE.
003000     03  ACCT-LAST-POST-DATE     PIC 9(08).
003100     03  ACCT-LAST-TRAN-ID       PIC 9(06).
003200     03  ACCT-DAY-MOVEMENT       PIC S9(11)V99
003300                                 SIGN IS LEADING SEPARATE.
003400     03  ACCT-OPENED-DATE        PIC 9(08).
003450     03  ACCT-POST-RUN-STAMP     PIC 9(08).
003500     03  FILLER                  PIC X(02).
