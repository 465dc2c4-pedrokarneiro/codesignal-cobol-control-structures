000800*                                                               *
000900*    SERVICECHARGEASSESSMENT                                    *
001000*                                                               *
001100*    CYCLE-END MAINTENANCE-FEE RUN, CHAINED NIGHTLY. WALKS THE  *
001200*    STMTCYC STATEMENT CYCLES AND TAKES ONLY THE ACCOUNTS WHOSE *
001300*    CYCLE CLOSED TONIGHT, DIVIDES THE CLOSED CYCLE'S SUM BY    *
001400*    DAYS FOR THE TRUE AVERAGE DAILY BALANCE, AND               *
001500*    CHARGES THE MAINTENANCE FEE ONLY WHEN THE ADB - NOT THE    *
001600*    CLOSING BALANCE - IS UNDER THE ACCOUNT'S THRESHLD          *
001700*    MINIMUM (THRESHOLDLOOKUP, SO PER-ACCOUNT OVERRIDES ARE     *
002420*                     RULES (FEEWAIVERCHECK) BEFORE CHARGING;  *
002430*                     WAIVED FEES LAND ON THE WAIVLDGR LEDGER  *
002440*                     WITH THE RULE'S REASON CODE.             *
002442*    2026-09-16  RLB  NO SERVICE CHARGE FOR A CUSTOMER UNDER AN *
002444*                     ACTIVE BANKRUPTCY STAY                    *
002446*                     (BANKRUPTCYSTAYCHECK); THE HELD-BACK FEE  *
002448*                     IS LOGGED TO BKRSUPP.                     *
002450*    2026-10-11  RLB  THE MAINTENANCE FEE NOW COMES FROM THE    *
002452*                     FEESCHED SCHEDULE (FEESCHEDULELOOKUP) -   *
002454*                     PRODUCT ROW, SHOP-WIDE ROW, RELATIONSHIP  *
002456*                     OVERRIDE; A FEE OVER THE DAILY CAP GOES   *
002458*                     ON WAIVLDGR UNDER REASON DCAP.            *
002460*    2026-10-15  RLB  AN ACCOUNT CONVERTED TO A NEW PRODUCT     *
002462*                     DURING THE MONTH IS CHARGED THE NEW       *
002464*                     PRODUCT'S FEE PRO-RATED FROM ITS LAST     *
002466*                     PRODCONV CONVERSION DATE TO MONTH-END;    *
002468*                     THE OLD PRODUCT'S SHARE WAS TAKEN AT      *
002470*                     CONVERSION.                               *
002472*    2026-10-15  RLB  CHARGES FOLLOW EACH ACCOUNT'S OWN         *
002474*                     STATEMENT CYCLE: THE RUN DRIVES OFF       *
002476*                     STMTCYC EVERY NIGHT IN PLACE OF THE       *
002478*                     MONTH-END ADBACCUM PASS, CHARGES THE      *
002480*                     CYCLES CLOSED TONIGHT ON THE CLOSED       *
002482*                     CYCLE'S AVERAGE, AND PRO-RATES A          *
002484*                     CONVERSION OVER THE CYCLE'S DAYS.         *
002486*    2026-10-15  RLB  EACH NIGHT'S CHARGES ARE ADDED TO THE     *
002488*                     MONTH ON CLOSECTL (MONTHENDCLOSECONTROL)  *
002490*                     AND THE LAST NIGHT OF THE MONTH REGISTERS *
002492*                     THE STEP COMPLETE. A RUN FOR A CLOSED     *
002494*                     MONTH, OR A SECOND MONTH-END RUN, IS      *
002496*                     REFUSED RC=12.                            *
002700*                                                               *
002800*****************************************************************

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STMTCYC ASSIGN TO "STMTCYC"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS YC-ACCOUNT-NUMBER
003600         FILE STATUS IS Stmtcyc-File-Status.

003700     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
003800         ORGANIZATION IS INDEXED
004110         ORGANIZATION IS SEQUENTIAL
004120         FILE STATUS IS Waivldgr-File-Status.

004121     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
004122         ORGANIZATION IS SEQUENTIAL
004123         FILE STATUS IS Bkrsupp-File-Status.
004124
004125     SELECT PRODCONV ASSIGN TO "PRODCONV"
004126         ORGANIZATION IS INDEXED
004127         ACCESS MODE IS DYNAMIC
004128         RECORD KEY IS PQ-CONVERSION-KEY
004129         FILE STATUS IS Prodconv-File-Status.

004130     SELECT GLPOST ASSIGN TO "GLPOST"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS Glpost-File-Status.

005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  STMTCYC.
005700     COPY STMTCYC.

005800 FD  ACCTMSTR.
005900     COPY ACCTMSTR.
006110 FD  WAIVLDGR.
006120     COPY WAIVLDGR.

006130 FD  BKRSUPP.
006140     COPY BKRSUPP.
006150
006160 FD  PRODCONV.
006170     COPY PRODCONV.

006200 FD  RUNCTLIN.
006300     COPY RUNCTL REPLACING
006400         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
007500     COPY CTLTOT.

007600 WORKING-STORAGE SECTION.
007700 01  Stmtcyc-File-Status             PIC XX.
007800     88  Stmtcyc-OK                  VALUE "00".
007900     88  Stmtcyc-EOF                 VALUE "10".
008000 01  Acctmstr-File-Status            PIC XX.
008100     88  Acctmstr-OK                 VALUE "00".
008200     88  Acctmstr-Not-On-File        VALUE "23".
009100     88  Runctlin-OK                 VALUE "00".
009200     88  Runctlin-Not-Found          VALUE "35".

009210*    THE FEE AMOUNT IS PRICED PER ACCOUNT FROM THE FEESCHED
009220*    FEE SCHEDULE (FEESCHEDULELOOKUP) UNDER THIS FEE TYPE.
009230 77  Maintenance-Fee-Type            PIC X(04) VALUE "SVC ".
009240 01  Maintenance-Fee-Amount          PIC S9(6)V99.
009250 01  Fee-Action                      PIC X(01).
009260 01  Fee-Schedule-Result             PIC X(01).
009270     88  Schedule-Fee-Chargeable     VALUE "Y".
009280     88  Schedule-Fee-Capped         VALUE "C".
009290     88  Schedule-Fee-Zeroed         VALUE "Z".
009300     88  Schedule-Fee-Missing        VALUE "N".
009310 01  Waivldgr-File-Status            PIC XX.
009320     88  Waivldgr-OK                 VALUE "00".
009330 01  Waiver-Result                   PIC X(01).
009340     88  Fee-Is-Waived               VALUE "Y".
009350     88  Fee-Is-Charged              VALUE "N".
009360 01  Waiver-Reason-Code              PIC X(04).
009361 01  Bkrsupp-File-Status             PIC XX.
009362     88  Bkrsupp-OK                  VALUE "00".
009363 01  Stay-Result                     PIC X(01).
009364     88  Stay-Is-Active              VALUE "Y".
009365     88  Stay-Not-Active             VALUE "N".
009366 01  Stay-Customer-Number            PIC X(10).
009367 01  Stay-Case-Number                PIC X(15).
009368*    A PRODUCT CONVERTED MID-CYCLE IS CHARGED ONLY FOR THE DAYS
009369*    FROM ITS LAST CONVERSION; NO PRODCONV FILE MEANS NONE.
009370 01  Prodconv-File-Status            PIC XX.
009371     88  Prodconv-OK                 VALUE "00".
009372 01  Prodconv-Switch                 PIC X(01).
009373     88  Prodconv-Available          VALUE "Y".
009374     88  Prodconv-Missing            VALUE "N".
009375 01  Conversion-Browse-Switch        PIC X(01).
009376     88  Conversion-Browse-Open      VALUE "N".
009377     88  Conversion-Browse-Done      VALUE "Y".
009378 01  Conversion-Date                 PIC 9(08).
009379 01  Days-Under-New                  PIC 9(03).
009380 01  Days-In-Cycle                   PIC 9(03).

009400 COPY ACCTFLDS.
009500 01  Threshold-Found                 PIC X(01).
009700     88  Threshold-Was-Not-Found     VALUE "N".

009800 01  Posting-Date                    PIC 9(08).
009820 01  Tomorrow-Integer-Date           PIC 9(07).
009840 01  Tomorrow-Date                   PIC 9(08).
009860 01  Month-End-Switch                PIC X(01).
009880     88  Is-Month-End                VALUE "Y".
009900     88  Not-Month-End               VALUE "N".
009920 01  Run-Refused-Switch              PIC X(01).
009940     88  Run-Was-Refused             VALUE "Y".
009960     88  Run-Not-Refused             VALUE "N".
009980*    THE RUN ANSWERS TO THE MONTH-END CLOSE CONTROL (CLOSECTL)
010000*    THROUGH MONTHENDCLOSECONTROL UNDER ITS STEP NAME. EACH
010020*    NIGHT'S CHARGES ADD TO THE MONTH; THE LAST NIGHT OF THE
010040*    MONTH REGISTERS THE STEP COMPLETE.
010060 01  Close-Control-Request.
010080     05  Close-Action                PIC X(01).
010100     05  Close-Item-Count            PIC 9(09).
010120     05  Close-Debit-Total           PIC S9(11)V99.
010140     05  Close-Credit-Total          PIC S9(11)V99.
010160     05  Close-Result                PIC X(01).
010180         88  Close-Run-Allowed       VALUE "Y" "U".
010200         88  Close-Month-Closed      VALUE "C".
010220         88  Close-Step-Complete     VALUE "D".
010400 01  Average-Daily-Balance           PIC S9(9)V99.
010500 01  Adjusted-Control-Total          PIC S9(9)V99 COMP.

010800     05  Accounts-Charged            PIC 9(7) COMP.
010900     05  Fees-Total                  PIC S9(9)V99 COMP.
011010     05  Fees-Waived                 PIC 9(7) COMP.
011020     05  Fees-Stayed                 PIC 9(7) COMP.
011030     05  Fees-Unscheduled            PIC 9(7) COMP.
011040     05  Fees-Overridden             PIC 9(7) COMP.
011050     05  Fees-Capped                 PIC 9(7) COMP.
011060     05  Fees-Prorated               PIC 9(7) COMP.
011000 01  Edited-Amount                   PIC -(8)9.99.

011100 PROCEDURE DIVISION.
011300     CALL "BatchStepTimer" USING "STEP031", "S"
011400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011500     PERFORM 2000-ASSESS-ACCOUNT THRU 2000-ASSESS-ACCOUNT-EXIT
011600         UNTIL Stmtcyc-EOF
011700     PERFORM 8000-ADJUST-CONTROL-TOTAL
011800         THRU 8000-ADJUST-CONTROL-TOTAL-EXIT
011900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012400                  Accounts-Charged
012500                  Fees-Total
012600*> The processing date is the shop business date from the run
012700*> control record, not the wall clock - it is the date the
012800*> cycle control step closed tonight's cycles on.
013000     OPEN INPUT RUNCTLIN
013100     IF Runctlin-OK
013200         READ RUNCTLIN
014000     ELSE
014100         ACCEPT Posting-Date FROM DATE YYYYMMDD
014200     END-IF
014220*> Every night's charges belong to the month of the business
014240*> date. A closed month takes no more; the month-end night
014260*> completes the step, and a second month-end run is refused.
014280     SET Run-Not-Refused TO TRUE
014300     COMPUTE Tomorrow-Integer-Date =
014320         FUNCTION INTEGER-OF-DATE(Posting-Date) + 1
014340     MOVE FUNCTION DATE-OF-INTEGER(Tomorrow-Integer-Date)
014360         TO Tomorrow-Date
014380     IF Tomorrow-Date(5:2) = Posting-Date(5:2)
014400         SET Not-Month-End TO TRUE
014420     ELSE
014440         SET Is-Month-End TO TRUE
014460     END-IF
014480     MOVE "C" TO Close-Action
014500     MOVE ZERO TO Close-Item-Count
014520                  Close-Debit-Total
014540                  Close-Credit-Total
014560     CALL "MonthEndCloseControl" USING "STEP031", Posting-Date,
014580         Close-Action, Close-Item-Count, Close-Debit-Total,
014600         Close-Credit-Total, Close-Result
014620     IF NOT Close-Run-Allowed
014640         SET Run-Was-Refused TO TRUE
014660         SET Stmtcyc-EOF TO TRUE
014680         IF Close-Month-Closed
014700             DISPLAY "MONTH " Posting-Date (1:6)
014720                 " IS CLOSED - SERVICE CHARGES REFUSED."
014740         ELSE
014760             DISPLAY "SERVICE CHARGES ALREADY COMPLETE FOR "
014780                 "MONTH " Posting-Date (1:6) " - RUN REFUSED."
014800         END-IF
014820         DISPLAY "An officer must reopen the month first."
014840         MOVE 12 TO RETURN-CODE
014860         GO TO 1000-INITIALIZE-EXIT
014880     END-IF
014900     OPEN INPUT STMTCYC
015500     OPEN I-O ACCTMSTR
015600     OPEN EXTEND GLPOST
015610     OPEN EXTEND WAIVLDGR
015620     MOVE ZERO TO Fees-Waived
015625     OPEN EXTEND BKRSUPP
015630     MOVE ZERO TO Fees-Stayed
015635     MOVE ZERO TO Fees-Unscheduled
015640     MOVE ZERO TO Fees-Overridden
015645     MOVE ZERO TO Fees-Capped
015650     MOVE ZERO TO Fees-Prorated
015655     SET Prodconv-Missing TO TRUE
015660     OPEN INPUT PRODCONV
015665     IF Prodconv-OK
015670         SET Prodconv-Available TO TRUE
015675     END-IF
015700     DISPLAY "SERVICE CHARGE ASSESSMENT - " Posting-Date
015800     READ STMTCYC
015900         AT END
016000             SET Stmtcyc-EOF TO TRUE
016100     END-READ.
016200 1000-INITIALIZE-EXIT.
016300     EXIT.

016400 2000-ASSESS-ACCOUNT.
016500     ADD 1 TO Rows-Read
016600*> Only a cycle closed tonight is charged, on the average of
016700*> the days that cycle covered.
016720     IF YC-LAST-CYCLE-END NOT = Posting-Date
016740         OR YC-CLOSED-DAY-COUNT = ZERO
016760         GO TO 2000-READ-NEXT
016800     END-IF
016900     COMPUTE Average-Daily-Balance ROUNDED =
017000         YC-CLOSED-BALANCE-SUM / YC-CLOSED-DAY-COUNT

017100     MOVE YC-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
017200     READ ACCTMSTR
017300         INVALID KEY
017400             GO TO 2000-READ-NEXT

018200     IF Average-Daily-Balance >= Minimum-Balance
018300         GO TO 2000-READ-NEXT
018361     END-IF
018362
018363*> Price the fee first - every path below, charged or not,
018364*> records the amount it would have been.
018365     MOVE "Q" TO Fee-Action
018366     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
018367         MF-PRODUCT-CODE, Maintenance-Fee-Type, Posting-Date,
018368         Fee-Action, Maintenance-Fee-Amount, Fee-Schedule-Result
018369     IF Schedule-Fee-Missing
018370         ADD 1 TO Fees-Unscheduled
018371         DISPLAY YC-ACCOUNT-NUMBER
018372             ": No service charge on the schedule for "
018373             MF-PRODUCT-CODE
018374         GO TO 2000-READ-NEXT
018375     END-IF
018376     IF Schedule-Fee-Zeroed
018377         ADD 1 TO Fees-Overridden
018378         DISPLAY YC-ACCOUNT-NUMBER
018379             ": Service charge overridden to zero."
018380         GO TO 2000-READ-NEXT
018381     END-IF
018382*> Converted this cycle - the new product's fee covers only the
018383*> days from the conversion; the old one's was taken then.
018384     PERFORM 2100-FIND-CONVERSION THRU 2100-FIND-CONVERSION-EXIT
018385     IF Days-Under-New > ZERO
018386         COMPUTE Maintenance-Fee-Amount ROUNDED =
018387             Maintenance-Fee-Amount * Days-Under-New
018388                 / Days-In-Cycle
018389     END-IF
018390
018391*> A customer under a bankruptcy stay is not charged at all;
018392*> the fee that would have landed goes on the suppression log.
018393     CALL "BankruptcyStayCheck" USING MF-ACCOUNT-NUMBER,
018394         Stay-Result, Stay-Customer-Number, Stay-Case-Number
018395     IF Stay-Is-Active
018396         ADD 1 TO Fees-Stayed
018397         MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
018398         MOVE Stay-Case-Number TO BS-CASE-NUMBER
018399         MOVE MF-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
018400         MOVE Posting-Date TO BS-SUPPRESS-DATE
018401         MOVE "SVC " TO BS-ACTIVITY-CODE
018402         MOVE Maintenance-Fee-Amount TO BS-AMOUNT
018403         MOVE "ServiceChargeAssessment" TO BS-SOURCE-PROGRAM
018404         WRITE BS-SUPPRESSED-ACTIVITY-RECORD
018405         DISPLAY YC-ACCOUNT-NUMBER
018406             ": Service charge stayed - bankruptcy "
018407             Stay-Case-Number
018408         GO TO 2000-READ-NEXT
018409     END-IF

018410*> The waiver table speaks before the fee lands; a waived fee
018420*> goes on the ledger so finance can see what the policy costs.
018480         MOVE Waiver-Reason-Code TO WX-REASON-CODE
018482         MOVE Posting-Date TO WX-WAIVE-DATE
018484         WRITE WX-WAIVED-FEE-RECORD
018486         DISPLAY YC-ACCOUNT-NUMBER
018488             ": Service charge waived - " Waiver-Reason-Code
018490         GO TO 2000-READ-NEXT
018492     END-IF

018493*> Charged against the daily cap; a fee over the cap passes
018494*> and goes on the waiver ledger under reason DCAP.
018495     MOVE "C" TO Fee-Action
018496     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
018497         MF-PRODUCT-CODE, Maintenance-Fee-Type, Posting-Date,
018498         Fee-Action, Maintenance-Fee-Amount, Fee-Schedule-Result
018499     IF Schedule-Fee-Capped
018500         ADD 1 TO Fees-Capped
018501         MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
018502         MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
018503         MOVE MF-PRODUCT-CODE TO WX-PRODUCT-CODE
018504         MOVE "SVC " TO WX-FEE-TYPE
018505         MOVE Maintenance-Fee-Amount TO WX-WAIVED-AMOUNT
018506         MOVE "DCAP" TO WX-REASON-CODE
018507         MOVE Posting-Date TO WX-WAIVE-DATE
018508         WRITE WX-WAIVED-FEE-RECORD
018509         DISPLAY YC-ACCOUNT-NUMBER
018510             ": Service charge not charged - daily cap."
018511         GO TO 2000-READ-NEXT
018512     END-IF
018513     IF Days-Under-New > ZERO
018514         COMPUTE Maintenance-Fee-Amount ROUNDED =
018515             Maintenance-Fee-Amount * Days-Under-New
018516                 / Days-In-Cycle
018517         ADD 1 TO Fees-Prorated
018518         DISPLAY YC-ACCOUNT-NUMBER ": Service charge pro-rated "
018519             Days-Under-New " of " Days-In-Cycle " days."
018520     END-IF
018521     COMPUTE MF-ACCOUNT-BALANCE =
018600         MF-ACCOUNT-BALANCE - Maintenance-Fee-Amount
018700     REWRITE MF-ACCTMSTR-RECORD
018800         INVALID KEY
018900             DISPLAY YC-ACCOUNT-NUMBER
019000                 ": Service charge rewrite failed."
019100             GO TO 2000-READ-NEXT
019200     END-REWRITE
020800     ADD 1 TO Accounts-Charged
020900     ADD Maintenance-Fee-Amount TO Fees-Total
021000     MOVE Average-Daily-Balance TO Edited-Amount
021100     DISPLAY YC-ACCOUNT-NUMBER ": Service charge - ADB "
021200         Edited-Amount " under minimum.".

021300 2000-READ-NEXT.
021400     READ STMTCYC
021500         AT END
021600             SET Stmtcyc-EOF TO TRUE
021700     END-READ.
021800 2000-ASSESS-ACCOUNT-EXIT.
021900     EXIT.
021902
021904*> The cycle's last conversion of the account, if any - its
021906*> date starts the new product's share of the cycle, which
021908*> runs from the day after the prior cycle end through tonight.
021910 2100-FIND-CONVERSION.
021912     MOVE ZERO TO Days-Under-New
021914                  Conversion-Date
021916     IF Prodconv-Missing
021918         GO TO 2100-FIND-CONVERSION-EXIT
021920     END-IF
021922     COMPUTE Days-In-Cycle =
021924         FUNCTION INTEGER-OF-DATE(YC-LAST-CYCLE-END)
021926             - FUNCTION INTEGER-OF-DATE(YC-PRIOR-CYCLE-END)
021928     SET Conversion-Browse-Open TO TRUE
021930     MOVE MF-ACCOUNT-NUMBER TO PQ-ACCOUNT-NUMBER
021932     MOVE YC-PRIOR-CYCLE-END TO PQ-CONVERSION-DATE
021934     START PRODCONV KEY IS GREATER THAN PQ-CONVERSION-KEY
021936         INVALID KEY
021938             SET Conversion-Browse-Done TO TRUE
021940     END-START
021942     PERFORM 2150-READ-CONVERSION
021944         THRU 2150-READ-CONVERSION-EXIT
021946         UNTIL Conversion-Browse-Done
021948     IF Conversion-Date > ZERO
021950         COMPUTE Days-Under-New =
021952             FUNCTION INTEGER-OF-DATE(YC-LAST-CYCLE-END)
021954                 - FUNCTION INTEGER-OF-DATE(Conversion-Date) + 1
021956     END-IF.
021958 2100-FIND-CONVERSION-EXIT.
021960     EXIT.
021962
021964 2150-READ-CONVERSION.
021966     READ PRODCONV NEXT RECORD
021968         AT END
021970             SET Conversion-Browse-Done TO TRUE
021972             GO TO 2150-READ-CONVERSION-EXIT
021974     END-READ
021976     IF PQ-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
021978         OR PQ-CONVERSION-DATE > YC-LAST-CYCLE-END
021980         SET Conversion-Browse-Done TO TRUE
021982         GO TO 2150-READ-CONVERSION-EXIT
021984     END-IF
021986     MOVE PQ-CONVERSION-DATE TO Conversion-Date.
021988 2150-READ-CONVERSION-EXIT.
021990     EXIT.

022000*> The total is carried EVERY night - with a zero delta on an
022100*> ordinary night - because the JCL catalogs a fresh generation
024400 8000-ADJUST-CONTROL-TOTAL-EXIT.
024500     EXIT.

024505*****************************************************************
024510*    TONIGHT'S CHARGES ADD TO THE MONTH ON CLOSECTL; ON THE     *
024515*    LAST NIGHT OF THE MONTH THEY ALSO COMPLETE THE STEP. EACH  *
024520*    FEE POSTS AS A BALANCED DEBIT/CREDIT PAIR.                 *
024525*****************************************************************
024530 8500-REGISTER-CLOSE.
024535     IF Is-Month-End
024540         MOVE "R" TO Close-Action
024545     ELSE
024550         MOVE "A" TO Close-Action
024555     END-IF
024560     MOVE Accounts-Charged TO Close-Item-Count
024565     MOVE Fees-Total TO Close-Debit-Total
024570     MOVE Fees-Total TO Close-Credit-Total
024575     CALL "MonthEndCloseControl" USING "STEP031", Posting-Date,
024580         Close-Action, Close-Item-Count, Close-Debit-Total,
024585         Close-Credit-Total, Close-Result.
024590 8500-REGISTER-CLOSE-EXIT.
024595     EXIT.

024600 9000-TERMINATE.
024700     IF Run-Was-Refused
024800         GO TO 9000-TERMINATE-EXIT
024900     END-IF
025000     CLOSE STMTCYC
025100     CLOSE ACCTMSTR
025200     CLOSE GLPOST
025210     CLOSE WAIVLDGR
025220     CLOSE BKRSUPP
025230     IF Prodconv-Available
025240         CLOSE PRODCONV
025250     END-IF
025260     PERFORM 8500-REGISTER-CLOSE THRU 8500-REGISTER-CLOSE-EXIT
025300     MOVE Fees-Total TO Edited-Amount
025400     DISPLAY "Cycle rows read  - " Rows-Read
025500     DISPLAY "Accounts charged - " Accounts-Charged
025600     DISPLAY "Fees assessed    - " Edited-Amount
025610     DISPLAY "Fees waived      - " Fees-Waived
025620     DISPLAY "Fees stayed      - " Fees-Stayed
025630     DISPLAY "Fees unscheduled - " Fees-Unscheduled
025640     DISPLAY "Fees overridden  - " Fees-Overridden
025650     DISPLAY "Fees over cap    - " Fees-Capped
025660     DISPLAY "Fees pro-rated   - " Fees-Prorated.
025700 9000-TERMINATE-EXIT.
025800     EXIT.
