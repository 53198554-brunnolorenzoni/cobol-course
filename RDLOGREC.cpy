000100******************************************************************
000200* RDLOGREC.CPY
000300* REFERENCE-DATA CHANGE LOG RECORD. ONE RECORD IS APPENDED EACH
000400* TIME A REFERENCE-DATA CHANGE ACTUALLY LANDS ON ITS MASTER,
000500* CARRYING THE RECORD BEFORE AND AFTER, WHO ASKED FOR THE CHANGE
000600* AND WHO APPROVED IT. A QUEUED OR REJECTED CHANGE NEVER TOUCHED
000700* THE MASTER AND LEAVES NO RECORD HERE. THE DAILY AUDIT PACK
000800* (AUDPK01) CARRIES THE DAY'S RECORDS UNDER ITS REFDATA SECTION.
000900*
000971* RDL-PEND-ID IS THE PENDING ITEM THE CHANGE WAS APPROVED FROM -
001042* ZEROS ONLY FOR AN OPERATOR ADDED WHILE THE OPERATOR MASTER WAS
001114* STILL BEING SET UP (FEWER THAN TWO ACTIVE SUPERVISORS ON IT),
001185* WHEN THERE IS NOBODY YET TO APPROVE, AND FOR A FUNCTION
001257* PERMISSION CHANGE (TABLE FNPERM), WHICH FNPMNT01 APPLIES AT ONCE
001328* UNDER ITS OWN SUPERVISE PERMISSION.
001400******************************************************************
001500 01  RD-CHANGE-LOG-RECORD.
001600     03  RDL-DATE                PIC 9(08).
001700     03  RDL-TIME                PIC 9(08).
001800     03  RDL-TABLE               PIC X(08).
001900     03  RDL-ACTION              PIC X(06).
002000     03  RDL-KEY                 PIC X(08).
002100     03  RDL-PEND-ID             PIC 9(06).
002200     03  RDL-REQUEST-OPR         PIC 9(06).
002300     03  RDL-APPROVE-OPR         PIC 9(06).
002400     03  RDL-BEFORE-IMAGE        PIC X(60).
002500     03  RDL-AFTER-IMAGE         PIC X(60).
