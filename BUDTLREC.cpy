000100******************************************************************
000200* BUDTLREC.CPY
000300* BUDGET VARIANCE TOLERANCE PARAMETER. ONE RECORD, SET BY A
000400* SUPERVISOR THROUGH THE BUDGET MAINTENANCE RUN (BUDMNT01) AND
000500* READ BY THE MONTH-END VARIANCE REPORT (BUDVAR01).
000600*
000700* BT-TOLERANCE-PCT - A BRANCH WHOSE ACTUAL COUNT OR NET VALUE,
000800*    FOR THE MONTH OR THE YEAR TO DATE, IS MORE THAN THIS MANY
000900*    PER CENT ABOVE OR BELOW ITS BUDGET IS HIGHLIGHTED ON THE
001000*    REPORT. NO RECORD MEANS THE REPORT'S OWN DEFAULT BAND.
001100******************************************************************
001200 01  BUDGET-TOLERANCE-RECORD.
001300     03  BT-TOLERANCE-PCT        PIC 9(03)V9.
001400     03  BT-SET-DATE             PIC 9(08).
001500     03  BT-SET-OPERATOR-ID      PIC 9(06).
001600     03  FILLER                  PIC X(10).
