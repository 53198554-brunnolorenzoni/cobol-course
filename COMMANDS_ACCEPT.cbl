008012*                   THE SESSION'S OWN UNCOMMITTED ITEMS COUNTED
008013*                   IN. AN OVER-LIMIT ENTRY NEEDS A SUPERVISOR
008014*                   RELEASE OR IS REFUSED.
008019*    2026-10-15 BL  EVERY ITEM NOW NAMES THE CUSTOMER ACCOUNT
008024*                   IT POSTS TO. THE ACCOUNT MUST BE OPEN ON THE
008030*                   ACCOUNT MASTER AND HELD AT THE ITEM'S BRANCH
008035*                   IN THE ITEM'S CURRENCY, OR THE ENTRY IS NOT
008040*                   RECORDED; NO ACCOUNT MASTER REFUSES ENTRY
008046*                   (RC 14) THE SAME WAY THE OTHER MASTERS DO.
008047*    2026-10-15 BL  NEW ITEM TYPE T - AN INTER-BRANCH TRANSFER.
008048*                   THE OPERATOR KEYS THE RECEIVING BRANCH AND
008049*                   ACCOUNT AND A SECOND TRAN-ID FOR THE INWARD
008050*                   LEG; COMMIT WRITES BOTH LEGS AS A LINKED
008051*                   PAIR OR NEITHER. A CLOSED BRANCH ON EITHER
008052*                   SIDE, OR A VALUE DATE OTHER THAN TODAY,
008053*                   REFUSES THE ENTRY. THE PAPER BATCH COUNTS
008054*                   A TRANSFER AS ONE ITEM.
008058*    2026-10-15 BL  SUPERVISOR CONFIRM AND OVERRIDE NOW
008063*                   TAKE THEIR AUTHORITY FROM THE FUNCTION
008067*                   PERMISSION FILE (FNAUTH01) INSTEAD OF THE
008072*                   TWO-LEVEL OPR-AUTHORITY.
008077*                   THE SIGN-ON NOW ALSO NEEDS USE OF THE ENTRY
008082*                   FUNCTION (CMDACCPT).
008083*    2026-10-15 BL  A RUN DATE IN A CLOSED ACCOUNTING PERIOD
008085*                   (PRDCTL01) IS REFUSED WITH RETURN CODE 22 -
008086*                   NOTHING CAN BE KEYED INTO A CLOSED MONTH.
008088******************************************************************
008094 IDENTIFICATION DIVISION.
008100 PROGRAM-ID. COMMANDS_ACCEPT.
008200 ENVIRONMENT DIVISION.
008300 CONFIGURATION SECTION.
009305         ACCESS MODE IS RANDOM
009306         RECORD KEY IS CUR-CODE
009307         FILE STATUS IS WS-CURM-FILE-STATUS.
009308     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
009310         ORGANIZATION IS INDEXED
009312         ACCESS MODE IS RANDOM
009314         RECORD KEY IS ACCT-NUMBER
009316         FILE STATUS IS WS-ACCT-FILE-STATUS.
009318     SELECT WAREHOUSE-FILE ASSIGN TO "TRNWARE"
009320         ORGANIZATION IS INDEXED
009330         ACCESS MODE IS DYNAMIC
009340         RECORD KEY IS WH-KEY
010040 COPY "BRNCHREC.cpy".
010044 FD  CURRENCY-FILE.
010046 COPY "CURRREC.cpy".
010047 FD  ACCOUNT-FILE.
010048 COPY "ACCTREC.cpy".
010050 FD  WAREHOUSE-FILE.
010060 COPY "WAREREC.cpy".
010100*
013605 77  WS-BR-FILE-STATUS           PIC X(02) VALUE "00".
013610 77  WS-OPR-FILE-STATUS          PIC X(02) VALUE "00".
013612 77  WS-CURM-FILE-STATUS         PIC X(02) VALUE "00".
013613 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE "00".
013615 77  WS-WARE-FILE-STATUS         PIC X(02) VALUE "00".
013620     88  WS-WARE-FILE-NOT-FOUND  VALUE "35".
013700*
014200 77  WS-OPERATOR-N2              PIC 9(07)V99 VALUE ZEROS.
014300 77  WS-OPERATOR-BRANCH          PIC X(04) VALUE SPACES.
014400 77  WS-OPERATOR-CURRENCY        PIC X(03) VALUE SPACES.
014401 77  WS-OPERATOR-TYPE            PIC X(01) VALUE SPACE.
014403 77  WS-OPERATOR-REVERSED-ID     PIC 9(06) VALUE ZEROS.
014404 77  WS-OPERATOR-ACCOUNT         PIC 9(06) VALUE ZEROS.
014406*
014408*    TRANSFER ENTRY - THE RECEIVING BRANCH AND ACCOUNT. THE
014409*    INWARD LEG'S TRAN-ID IS KEYED INTO WS-OPERATOR-REVERSED-ID,
014411*    WHICH IS WHERE EACH LEG CARRIES ITS PARTNER'S ID ON FILE.
014412*
014414 77  WS-OPERATOR-COUNTER-BRANCH  PIC X(04) VALUE SPACES.
014416 77  WS-OPERATOR-COUNTER-ACCOUNT PIC 9(06) VALUE ZEROS.
014417 77  WS-XFER-OK-SW               PIC X(01) VALUE "N".
014419     88  WS-XFER-OK              VALUE "Y".
014421*
014422*    VALUE DATE KEYED PER ITEM - ZEROS TAKE THE BUSINESS DATE.
014423*    A FORWARD DATE SENDS THE ITEM TO THE VALUE-DATE WAREHOUSE
014528         05  WS-BE-TYPE          PIC X(01).
014529         05  WS-BE-REVERSED-ID   PIC 9(06).
014530         05  WS-BE-VALUE-DATE    PIC 9(08).
014553         05  WS-BE-ACCOUNT       PIC 9(06).
014560         05  WS-BE-COUNTER-BRANCH PIC X(04).
014568         05  WS-BE-COUNTER-ACCOUNT PIC 9(06).
014576*
014600*    COUNTS THE TRANSACTIONS KEYED IN THIS RUN - THE EXPECTED
014700*    COUNT FOR THE DAY THAT THE RECONCILIATION STEP CHECKS
014800*    HELLOWORLD'S ACTUAL COUNT AGAINST.
016381     03  WS-BDATE-DATE            PIC 9(08).
016390     03  WS-BDATE-STATUS          PIC X(01).
016400*
016407*    PARAMETER AREA PASSED TO FNAUTH01. LAYOUT MUST MATCH ITS
016415*    LINKAGE SECTION FNA-PARMS FIELD FOR FIELD.
016423*
016430 01  WS-FNA-PARMS.
016438     03  WS-FNA-OPERATOR-ID       PIC 9(06).
016446     03  WS-FNA-FUNCTION          PIC X(08) VALUE "CMDACCPT".
016453     03  WS-FNA-OPR-AUTHORITY     PIC 9(01).
016461     03  WS-FNA-LEVEL             PIC X(01).
016469         88  WS-FNA-CAN-USE       VALUE "U" "S".
016476         88  WS-FNA-CAN-SUPERVISE VALUE "S".
016484     03  WS-FNA-SOURCE            PIC X(01).
016489*
016494*    PARAMETER AREA PASSED TO PRDCTL01. LAYOUT MUST MATCH ITS
016499*    LINKAGE SECTION PRC-PARMS FIELD FOR FIELD.
016505*
016510 01  WS-PRC-PARMS.
016515     03  WS-PRC-FUNCTION          PIC X(01) VALUE "Q".
016520     03  WS-PRC-DATE              PIC 9(08).
016526     03  WS-PRC-OPERATOR          PIC 9(06) VALUE ZEROS.
016531     03  WS-PRC-SOURCE            PIC X(10) VALUE "CMDACCPT".
016536     03  WS-PRC-REASON            PIC X(40) VALUE SPACES.
016542     03  WS-PRC-PERIOD            PIC 9(06).
016547     03  WS-PRC-PERIOD-STATUS     PIC X(01).
016552         88  WS-PRC-PERIOD-OPEN   VALUE "O".
016557         88  WS-PRC-PERIOD-CLOSING VALUE "G".
016563         88  WS-PRC-PERIOD-CLOSED VALUE "C".
016568     03  WS-PRC-RESULT            PIC X(01).
016573         88  WS-PRC-DONE          VALUE "Y".
016578         88  WS-PRC-REFUSED       VALUE "N".
016584     03  WS-PRC-MESSAGE           PIC X(50).
016589*
016594*    PARAMETER AREA PASSED TO LOGWRT01. LAYOUT MUST MATCH ITS
016600*    LINKAGE SECTION LOG-PARMS FIELD FOR FIELD.
016700*
016800 01  WS-LOG-PARMS.
025200*    DAY-OF-WEEK DERIVATION. AN INVALID DATE OR A WEEKEND DATE
025300*    REFUSES THE RUN BY RAISING THE RETURN CODE - THE BATCH
025400*    CONTROL DRIVER CHECKS THIS BEFORE GOING ANY FURTHER.
025433*    A GOOD BUSINESS DAY IS STILL REFUSED WHEN ITS MONTH IS A
025466*    CLOSED ACCOUNTING PERIOD.
025500******************************************************************
025600 2000-VALIDATE-RUN-DATE.
025700     MOVE DATEFLD-DD TO WS-DATE-PARM-DD.
028300             MOVE 18 TO RETURN-CODE
028400             SET WS-ABORT-RUN TO TRUE
028500         ELSE
028600             PERFORM 2100-CHECK-PERIOD-OPEN THRU 2100-EXIT
028700         END-IF
028800     END-IF.
028900 2000-EXIT.
029000     EXIT.
029004*
029008******************************************************************
029012* 2100-CHECK-PERIOD-OPEN.
029016*    ASKS THE PERIOD SERVICE WHETHER THE RUN DATE'S MONTH IS
029020*    CLOSED. A CLOSED MONTH REFUSES THE RUN (RC 22) - ITS
029024*    STATEMENTS ARE OUT AND NOTHING MORE MAY POST TO IT.
029028******************************************************************
029032 2100-CHECK-PERIOD-OPEN.
029036     MOVE DATEFLD-DATE TO WS-PRC-DATE.
029040     CALL "PRDCTL01" USING WS-PRC-PARMS.
029044     IF WS-PRC-PERIOD-CLOSED
029048         MOVE SPACES TO WS-LOG-MESSAGE
029052         STRING "RUN DATE IN CLOSED PERIOD " WS-PRC-PERIOD
029056             " - BATCH REFUSED"
029060             DELIMITED BY SIZE INTO WS-LOG-MESSAGE
029064         MOVE "W" TO WS-LOG-SEVERITY
029068         CALL "LOGWRT01" USING WS-LOG-PARMS
029072         MOVE 22 TO RETURN-CODE
029076         SET WS-ABORT-RUN TO TRUE
029080     ELSE
029084         MOVE 0 TO RETURN-CODE
029088     END-IF.
029092 2100-EXIT.
029096     EXIT.
029100*
029200******************************************************************
029300* 3000-WRITE-JOB-HISTORY.
035473         CLOSE BRANCH-FILE
035474         GO TO 4000-EXIT
035475     END-IF.
035476     OPEN INPUT ACCOUNT-FILE.
035477     IF WS-ACCT-FILE-STATUS NOT = "00"
035478         MOVE "SIGN-ON" TO WS-LOG-STEP
035479         MOVE "W" TO WS-LOG-SEVERITY
035480         MOVE "ACCOUNT MASTER NOT AVAILABLE - ENTRY REFUSED"
035481             TO WS-LOG-MESSAGE
035482         CALL "LOGWRT01" USING WS-LOG-PARMS
035483         MOVE "I" TO WS-LOG-SEVERITY
035484         MOVE 14 TO RETURN-CODE
035485         CLOSE TRANSACTION-FILE
035486         CLOSE OPERATOR-FILE
035487         CLOSE BRANCH-FILE
035488         CLOSE CURRENCY-FILE
035489         GO TO 4000-EXIT
035490     END-IF.
035491     OPEN I-O WAREHOUSE-FILE.
035492     IF WS-WARE-FILE-NOT-FOUND
035493         CLOSE WAREHOUSE-FILE
035494         OPEN OUTPUT WAREHOUSE-FILE
035495         CLOSE WAREHOUSE-FILE
035496         OPEN I-O WAREHOUSE-FILE
035497     END-IF.
035498     MOVE ZEROS TO WS-OPERATOR-ID.
035499     PERFORM 4080-TAKE-BATCH-HEADER THRU 4080-EXIT.
035500     PERFORM 4100-ENTRY-LOOP THRU 4100-EXIT
035600         WITH TEST AFTER UNTIL WS-OPERATOR-ID = ZEROS.
035650     PERFORM 4200-BALANCE-BATCH THRU 4200-EXIT.
035710     CLOSE OPERATOR-FILE.
035720     CLOSE BRANCH-FILE.
035725     CLOSE CURRENCY-FILE.
035727     CLOSE ACCOUNT-FILE.
035730     CLOSE WAREHOUSE-FILE.
035800 4000-EXIT.
035900     EXIT.
035952         DISPLAY "OPERATOR " WS-SIGNON-ID " IS NOT ACTIVE."
035954         GO TO 4050-EXIT
035956     END-IF.
035957     MOVE WS-SIGNON-ID TO WS-FNA-OPERATOR-ID.
035958     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
035959     CALL "FNAUTH01" USING WS-FNA-PARMS.
035960     IF NOT WS-FNA-CAN-USE
035961         DISPLAY "OPERATOR " WS-SIGNON-ID
035962             " IS NOT PERMITTED TO ENTER TRANSACTIONS."
035963         GO TO 4050-EXIT
035964     END-IF.
035965     SET WS-SIGNON-OK TO TRUE.
035966     MOVE OPR-ENTRY-LIMIT TO WS-SIGNON-LIMIT.
035967     DISPLAY "SIGNED ON: " OPR-NAME.
035968 4050-EXIT.
035969     EXIT.
035970*
035971******************************************************************
035972* 4080-TAKE-BATCH-HEADER.
035974*    TAKES THE BATCH HEADER FROM THE PAPER BATCH - THE EXPECTED
035976*    ITEM COUNT AND THE HASH TOTAL OF THE OPERAND AMOUNTS - THAT
037978         GO TO 4100-EXIT
037980     END-IF.
038000     DISPLAY "ENTER CURRENCY CODE (UP TO 3 CHARACTERS): ".
038003     ACCEPT WS-OPERATOR-CURRENCY.
038006     MOVE WS-OPERATOR-CURRENCY TO CUR-CODE.
038009     READ CURRENCY-FILE
038012         INVALID KEY
038016             DISPLAY "CURRENCY " WS-OPERATOR-CURRENCY
038019                 " NOT ON THE MASTER - ENTRY NOT RECORDED."
038022             GO TO 4100-EXIT
038025     END-READ.
038029     IF NOT CUR-ACTIVE
038032         DISPLAY "CURRENCY " WS-OPERATOR-CURRENCY
038035             " IS INACTIVE - ENTRY NOT RECORDED."
038038         GO TO 4100-EXIT
038041     END-IF.
038045     DISPLAY "ENTER ACCOUNT NUMBER (6 DIGITS): ".
038048     ACCEPT WS-OPERATOR-ACCOUNT.
038051     MOVE WS-OPERATOR-ACCOUNT TO ACCT-NUMBER.
038054     READ ACCOUNT-FILE
038058         INVALID KEY
038061             DISPLAY "ACCOUNT " WS-OPERATOR-ACCOUNT
038064                 " NOT ON THE MASTER - ENTRY NOT RECORDED."
038067             GO TO 4100-EXIT
038071     END-READ.
038074     IF NOT ACCT-OPEN
038077         DISPLAY "ACCOUNT " WS-OPERATOR-ACCOUNT
038080             " IS CLOSED - ENTRY NOT RECORDED."
038083         GO TO 4100-EXIT
038087     END-IF.
038090     IF ACCT-BRANCH NOT = WS-OPERATOR-BRANCH
038093         OR ACCT-CURRENCY NOT = WS-OPERATOR-CURRENCY
038096         DISPLAY "ACCOUNT " WS-OPERATOR-ACCOUNT " IS HELD AT "
038100             ACCT-BRANCH " IN " ACCT-CURRENCY
038103             " - ENTRY NOT RECORDED."
038106         GO TO 4100-EXIT
038109     END-IF.
038113     DISPLAY "ENTER TYPE (O=ORIGINAL R=REVERSAL "
038114         "A=ADJUSTMENT T=TRANSFER, BLANK FOR O): ".
038115     ACCEPT WS-OPERATOR-TYPE.
038116     IF WS-OPERATOR-TYPE = SPACE
038117         MOVE "O" TO WS-OPERATOR-TYPE
038119     IF WS-OPERATOR-TYPE NOT = "O"
038120         AND WS-OPERATOR-TYPE NOT = "R"
038121         AND WS-OPERATOR-TYPE NOT = "A"
038122         AND WS-OPERATOR-TYPE NOT = "T"
038123         DISPLAY "TYPE " WS-OPERATOR-TYPE
038124             " NOT RECOGNISED - ENTRY NOT RECORDED."
038125         GO TO 4100-EXIT
038126     END-IF.
038128     MOVE ZEROS TO WS-OPERATOR-REVERSED-ID.
038130     IF WS-OPERATOR-TYPE = "R"
038131         DISPLAY "ENTER TRANSACTION ID BEING REVERSED: "
038132         ACCEPT WS-OPERATOR-REVERSED-ID
038133         IF WS-OPERATOR-REVERSED-ID = ZEROS
038134             DISPLAY "A REVERSAL NEEDS THE ID IT BACKS OUT"
038135                 " - ENTRY NOT RECORDED."
038136             GO TO 4100-EXIT
038137         END-IF
038138     END-IF.
038139     MOVE SPACES TO WS-OPERATOR-COUNTER-BRANCH.
038140     MOVE ZEROS TO WS-OPERATOR-COUNTER-ACCOUNT.
038141     IF WS-OPERATOR-TYPE = "T"
038142         PERFORM 4110-TAKE-TRANSFER THRU 4110-EXIT
038143         IF NOT WS-XFER-OK
038144             GO TO 4100-EXIT
038145         END-IF
038146     END-IF.
038147     DISPLAY "ENTER VALUE DATE (AAAAMMDD, ZEROS FOR TODAY): ".
038148     ACCEPT WS-OPERATOR-VALUE-DATE.
038150     IF WS-OPERATOR-VALUE-DATE = ZEROS
038151         GO TO 4100-EXIT
038152     END-IF.
038153     IF WS-OPERATOR-TYPE = "T"
038154         AND WS-OPERATOR-VALUE-DATE NOT = DATEFLD-DATE
038155         DISPLAY "A TRANSFER MUST BE VALUE TODAY - ENTRY NOT "
038156             "RECORDED."
038157         GO TO 4100-EXIT
038158     END-IF.
038159     COMPUTE WS-ENTRY-AMOUNT =
038160         WS-OPERATOR-N1 + WS-OPERATOR-N2.
038162     IF WS-OPERATOR-VALUE-DATE = DATEFLD-DATE
038163         PERFORM 4130-CHECK-BRANCH-LIMIT THRU 4130-EXIT
038164         IF NOT WS-LIMIT-PASSED
038165             GO TO 4100-EXIT
038166         END-IF
038167     END-IF.
038168     IF WS-ENTRY-AMOUNT > WS-SIGNON-LIMIT
038169         PERFORM 4150-CONFIRM-ENTRY THRU 4150-EXIT
038171         IF NOT WS-CONFIRM-OK
038176             DISPLAY "ENTRY NOT CONFIRMED - NOT RECORDED."
038181             GO TO 4100-EXIT
038750         WS-BE-REVERSED-ID (WS-BATCH-IDX).
038752     MOVE WS-OPERATOR-VALUE-DATE TO
038754         WS-BE-VALUE-DATE (WS-BATCH-IDX).
038757     MOVE WS-OPERATOR-ACCOUNT TO WS-BE-ACCOUNT (WS-BATCH-IDX).
038759     MOVE WS-OPERATOR-COUNTER-BRANCH TO
038761         WS-BE-COUNTER-BRANCH (WS-BATCH-IDX).
038763     MOVE WS-OPERATOR-COUNTER-ACCOUNT TO
038765         WS-BE-COUNTER-ACCOUNT (WS-BATCH-IDX).
038767     ADD WS-ENTRY-AMOUNT TO WS-BATCH-KEYED-HASH.
038770     DISPLAY "ITEM " WS-OPERATOR-ID
038780         " TAKEN - AWAITING BATCH BALANCE.".
039600 4100-EXIT.
039601     EXIT.
039603*
039604******************************************************************
039606* 4110-TAKE-TRANSFER.
039608*    TAKES THE RECEIVING SIDE OF A TRANSFER. THE RECEIVING BRANCH
039609*    MUST BE ANOTHER BRANCH, ON THE MASTER AND OPEN; THE INWARD
039611*    LEG NEEDS ITS OWN NONZERO TRAN-ID; THE RECEIVING ACCOUNT
039612*    MUST BE OPEN AND HELD AT THAT BRANCH IN THE ITEM'S CURRENCY.
039614*    WS-XFER-OK IS LEFT OFF WHEN ANY OF IT FAILS.
039616******************************************************************
039617 4110-TAKE-TRANSFER.
039619     MOVE "N" TO WS-XFER-OK-SW.
039621     DISPLAY "ENTER RECEIVING BRANCH CODE: ".
039622     ACCEPT WS-OPERATOR-COUNTER-BRANCH.
039624     IF WS-OPERATOR-COUNTER-BRANCH = SPACES
039625         OR WS-OPERATOR-COUNTER-BRANCH = WS-OPERATOR-BRANCH
039627         DISPLAY "A TRANSFER NEEDS ANOTHER BRANCH TO GO TO"
039629             " - ENTRY NOT RECORDED."
039630         GO TO 4110-EXIT
039632     END-IF.
039634     MOVE WS-OPERATOR-COUNTER-BRANCH TO BR-CODE.
039635     READ BRANCH-FILE
039637         INVALID KEY
039638             DISPLAY "BRANCH " WS-OPERATOR-COUNTER-BRANCH
039640                 " NOT ON THE MASTER - ENTRY NOT RECORDED."
039642             GO TO 4110-EXIT
039643     END-READ.
039645     IF NOT BR-ACTIVE
039646         DISPLAY "BRANCH " WS-OPERATOR-COUNTER-BRANCH
039648             " IS CLOSED - ENTRY NOT RECORDED."
039650         GO TO 4110-EXIT
039651     END-IF.
039653     DISPLAY "ENTER RECEIVING ACCOUNT NUMBER (6 DIGITS): ".
039655     ACCEPT WS-OPERATOR-COUNTER-ACCOUNT.
039656     MOVE WS-OPERATOR-COUNTER-ACCOUNT TO ACCT-NUMBER.
039658     READ ACCOUNT-FILE
039659         INVALID KEY
039661             DISPLAY "ACCOUNT " WS-OPERATOR-COUNTER-ACCOUNT
039663                 " NOT ON THE MASTER - ENTRY NOT RECORDED."
039664             GO TO 4110-EXIT
039666     END-READ.
039668     IF NOT ACCT-OPEN
039669         OR ACCT-BRANCH NOT = WS-OPERATOR-COUNTER-BRANCH
039671         OR ACCT-CURRENCY NOT = WS-OPERATOR-CURRENCY
039672         DISPLAY "ACCOUNT " WS-OPERATOR-COUNTER-ACCOUNT
039674             " IS NOT OPEN AT " WS-OPERATOR-COUNTER-BRANCH
039676             " IN " WS-OPERATOR-CURRENCY
039677             " - ENTRY NOT RECORDED."
039679         GO TO 4110-EXIT
039680     END-IF.
039682     DISPLAY "ENTER TRANSACTION ID FOR THE INWARD LEG: ".
039684     ACCEPT WS-OPERATOR-REVERSED-ID.
039685     IF WS-OPERATOR-REVERSED-ID = ZEROS
039687         OR WS-OPERATOR-REVERSED-ID = WS-OPERATOR-ID
039689         DISPLAY "THE INWARD LEG NEEDS ITS OWN ID"
039690             " - ENTRY NOT RECORDED."
039692         GO TO 4110-EXIT
039693     END-IF.
039695     SET WS-XFER-OK TO TRUE.
039697 4110-EXIT.
039698     EXIT.
039700*
039702******************************************************************
039703* 4120-CHECK-VALUE-DATE.
039704*    SETTLES THE ITEM'S VALUE DATE. ZEROS TAKE THE BUSINESS DATE.
040089         DISPLAY "OPERATOR " WS-CONFIRM-ID " IS NOT ACTIVE."
040092         GO TO 4150-EXIT
040095     END-IF.
040096     MOVE WS-CONFIRM-ID TO WS-FNA-OPERATOR-ID.
040097     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
040098     CALL "FNAUTH01" USING WS-FNA-PARMS.
040099     IF NOT WS-FNA-CAN-SUPERVISE
040101         DISPLAY "OPERATOR " WS-CONFIRM-ID
040104             " LACKS AUTHORITY TO CONFIRM."
040107         GO TO 4150-EXIT
042011         DISPLAY "OPERATOR " WS-OVERRIDE-ID " IS NOT ACTIVE."
042036         GO TO 4250-EXIT
042061     END-IF.
042071     MOVE WS-OVERRIDE-ID TO WS-FNA-OPERATOR-ID.
042081     MOVE OPR-AUTHORITY TO WS-FNA-OPR-AUTHORITY.
042091     CALL "FNAUTH01" USING WS-FNA-PARMS.
042101     IF NOT WS-FNA-CAN-SUPERVISE
042111         DISPLAY "OPERATOR " WS-OVERRIDE-ID
042136             " LACKS AUTHORITY TO OVERRIDE."
042161         GO TO 4250-EXIT
043201         PERFORM 4320-WAREHOUSE-ONE-ITEM THRU 4320-EXIT
043206         GO TO 4310-EXIT
043208     END-IF.
043212     IF WS-BE-TYPE (WS-BATCH-IDX) = "T"
043217         PERFORM 4330-COMMIT-TRANSFER-PAIR THRU 4330-EXIT
043222         GO TO 4310-EXIT
043226     END-IF.
043231     MOVE SPACES TO TRAN-RECORD.
043236     MOVE WS-BE-ID (WS-BATCH-IDX) TO TRAN-ID.
043261     MOVE WS-BE-N1 (WS-BATCH-IDX) TO TRAN-N1.
043286     MOVE WS-BE-N2 (WS-BATCH-IDX) TO TRAN-N2.
043361     MOVE WS-BE-TYPE (WS-BATCH-IDX) TO TRAN-TYPE.
043386     MOVE WS-BE-REVERSED-ID (WS-BATCH-IDX) TO TRAN-REVERSED-ID.
043411     MOVE WS-SIGNON-ID TO TRAN-OPERATOR-ID.
043423     MOVE WS-BE-ACCOUNT (WS-BATCH-IDX) TO TRAN-ACCOUNT.
043436     WRITE TRAN-RECORD
043461         INVALID KEY
043486             DISPLAY "TRANSACTION " WS-BE-ID (WS-BATCH-IDX)
043704     MOVE WS-BE-TYPE (WS-BATCH-IDX) TO WH-TYPE.
043708     MOVE WS-BE-REVERSED-ID (WS-BATCH-IDX) TO WH-REVERSED-ID.
043712     MOVE WS-SIGNON-ID TO WH-OPERATOR-ID.
043714     MOVE WS-BE-ACCOUNT (WS-BATCH-IDX) TO WH-ACCOUNT.
043716     WRITE WAREHOUSE-RECORD
043720         INVALID KEY
043724             DISPLAY "TRANSACTION " WS-BE-ID (WS-BATCH-IDX)
043756 4320-EXIT.
043760     EXIT.
043800*
043801******************************************************************
043803* 4330-COMMIT-TRANSFER-PAIR.
043804*    WRITES BOTH LEGS OF THE TABLED TRANSFER AT WS-BATCH-IDX - THE
043806*    OUTWARD LEG AT THE SENDING BRANCH, THE INWARD LEG AT THE
043808*    RECEIVING BRANCH, EACH CARRYING THE OTHER'S ID IN
043809*    TRAN-REVERSED-ID. THE INWARD ID IS CHECKED FIRST; IF THE
043811*    SECOND WRITE STILL FAILS THE FIRST LEG IS TAKEN OFF AGAIN, SO
043813*    A HALF PAIR IS NEVER LEFT ON FILE. BOTH LEGS COUNT AS
043814*    ENTERED - THE TOTALS RUN SEES TWO ITEMS.
043816******************************************************************
043818 4330-COMMIT-TRANSFER-PAIR.
043819     MOVE WS-BE-REVERSED-ID (WS-BATCH-IDX) TO TRAN-ID.
043821     READ TRANSACTION-FILE
043822         INVALID KEY
043824             CONTINUE
043826         NOT INVALID KEY
043827             DISPLAY "TRANSACTION " TRAN-ID
043829                 " ALREADY ON FILE - TRANSFER NOT RECORDED."
043831             GO TO 4330-EXIT
043832     END-READ.
043834     MOVE SPACES TO TRAN-RECORD.
043836     MOVE WS-BE-ID (WS-BATCH-IDX) TO TRAN-ID.
043837     MOVE WS-BE-N1 (WS-BATCH-IDX) TO TRAN-N1.
043839     MOVE WS-BE-N2 (WS-BATCH-IDX) TO TRAN-N2.
043840     MOVE WS-BE-BRANCH (WS-BATCH-IDX) TO TRAN-BRANCH.
043842     MOVE WS-BE-CURRENCY (WS-BATCH-IDX) TO TRAN-CURRENCY.
043844     MOVE "T" TO TRAN-TYPE.
043845     MOVE WS-BE-REVERSED-ID (WS-BATCH-IDX) TO TRAN-REVERSED-ID.
043847     MOVE WS-SIGNON-ID TO TRAN-OPERATOR-ID.
043849     MOVE WS-BE-ACCOUNT (WS-BATCH-IDX) TO TRAN-ACCOUNT.
043850     MOVE WS-BE-COUNTER-BRANCH (WS-BATCH-IDX) TO
043852         TRAN-COUNTER-BRANCH.
043854     SET TRAN-XFER-OUT TO TRUE.
043855     WRITE TRAN-RECORD
043857         INVALID KEY
043859             DISPLAY "TRANSACTION " WS-BE-ID (WS-BATCH-IDX)
043860                 " ALREADY ON FILE - TRANSFER NOT RECORDED."
043862             GO TO 4330-EXIT
043863     END-WRITE.
043865     MOVE WS-BE-REVERSED-ID (WS-BATCH-IDX) TO TRAN-ID.
043867     MOVE WS-BE-COUNTER-BRANCH (WS-BATCH-IDX) TO TRAN-BRANCH.
043868     MOVE WS-BE-ID (WS-BATCH-IDX) TO TRAN-REVERSED-ID.
043870     MOVE WS-BE-COUNTER-ACCOUNT (WS-BATCH-IDX) TO TRAN-ACCOUNT.
043872     MOVE WS-BE-BRANCH (WS-BATCH-IDX) TO TRAN-COUNTER-BRANCH.
043873     SET TRAN-XFER-IN TO TRUE.
043875     WRITE TRAN-RECORD
043877         INVALID KEY
043878             MOVE WS-BE-ID (WS-BATCH-IDX) TO TRAN-ID
043880             DELETE TRANSACTION-FILE RECORD
043881                 INVALID KEY
043883                     CONTINUE
043885             END-DELETE
043886             DISPLAY "TRANSACTION "
043887                 WS-BE-REVERSED-ID (WS-BATCH-IDX)
043888                 " ALREADY ON FILE - TRANSFER NOT RECORDED."
043890             GO TO 4330-EXIT
043891     END-WRITE.
043893     ADD 2 TO WS-ENTRY-COUNT.
043895 4330-EXIT.
043896     EXIT.
043898*
043900 END PROGRAM COMMANDS_ACCEPT.
