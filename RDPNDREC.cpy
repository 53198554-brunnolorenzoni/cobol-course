000100******************************************************************
000200* RDPNDREC.CPY
000300* PENDING REFERENCE-DATA CHANGE RECORD. EVERY ADD, CHANGE, CLOSE
000400* OR REMOVE KEYED IN ONE OF THE REFERENCE-DATA MAINTENANCE
000493* PROGRAMS (BRANCHES, CURRENCIES, LIMITS, COMMISSION RATES,
000586* OPERATORS, HOLIDAYS, STANDING ORDERS, EXPECTED-FEED SCHEDULE) IS
000680* QUEUED HERE INSTEAD OF HITTING ITS MASTER, AND SITS OPEN UNTIL A
000773* DIFFERENT OPERATOR WITH SUPERVISOR AUTHORITY APPROVES OR REJECTS
000866* IT THROUGH THE REVIEW PROGRAM (RDAPR01). KEYED BY A RUNNING ITEM
000960* NUMBER.
001053*
001146* RDP-TABLE NAMES THE MASTER BY ITS FILE NAME (BRNCHMST, CURRMAST,
001240* BRLIMITS, COMMSCHD, OPERMAST, HOLIDAYS, STORDMST, FEEDSCHD).
001333* RDP-KEY IS THAT MASTER'S RECORD KEY, LEFT-JUSTIFIED. THE BEFORE
001426* IMAGE IS THE RECORD AS IT STOOD WHEN THE CHANGE WAS KEYED
001519* (SPACES ON AN ADD); THE AFTER IMAGE IS THE RECORD AS IT WILL
001613* STAND (SPACES ON A REMOVE). APPROVAL REFUSES TO APPLY A CHANGE
001706* WHOSE RECORD NO LONGER MATCHES ITS BEFORE IMAGE.
001800******************************************************************
001900 01  RD-PENDING-RECORD.
002000     03  RDP-ID                  PIC 9(06).
002100     03  RDP-TABLE               PIC X(08).
002200     03  RDP-ACTION              PIC X(06).
002300         88  RDP-ACTION-ADD      VALUE "ADD   ".
002400         88  RDP-ACTION-CHANGE   VALUE "CHANGE".
002500         88  RDP-ACTION-CLOSE    VALUE "CLOSE ".
002600         88  RDP-ACTION-REMOVE   VALUE "REMOVE".
002700     03  RDP-KEY                 PIC X(08).
002800     03  RDP-BEFORE-IMAGE        PIC X(60).
002900     03  RDP-AFTER-IMAGE         PIC X(60).
003000     03  RDP-REQUEST-OPR         PIC 9(06).
003100     03  RDP-REQUEST-DATE        PIC 9(08).
003200     03  RDP-REQUEST-TIME        PIC 9(08).
003300     03  RDP-STATUS              PIC X(01).
003400         88  RDP-OPEN            VALUE "O".
003500         88  RDP-APPROVED        VALUE "A".
003600         88  RDP-REJECTED        VALUE "R".
003700     03  RDP-REVIEW-OPR          PIC 9(06).
003800     03  RDP-REVIEW-DATE         PIC 9(08).
003900     03  RDP-REVIEW-TIME         PIC 9(08).
004000     03  FILLER                  PIC X(10).
