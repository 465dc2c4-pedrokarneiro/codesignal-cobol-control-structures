002401*                     (CUSTREL -> CUSTADDR), AND AN ADDRESS      *
002402*                     FLAGGED BAD BY RETURNED MAIL SUPPRESSES    *
002403*                     THE MAILING - THE FEE STILL POSTS.         *
002404*    2026-09-16  RLB  NO OVERDRAFT FEE FOR A CUSTOMER UNDER AN  *
002405*                     ACTIVE BANKRUPTCY STAY                    *
002406*                     (BANKRUPTCYSTAYCHECK); THE HELD-BACK FEE  *
002407*                     IS LOGGED TO BKRSUPP.                     *
002408*    2026-10-08  RLB  REG E: NO FEE WHEN A ONE-TIME CARD OR ATM *
002409*                     ITEM (TRANHIST CHANNEL ATM, POS OR CRD)   *
002410*                     TOOK THE ACCOUNT NEGATIVE AND THE ACCOUNT *
002411*                     WAS NOT OPTED IN (ODOPTIN) BY THE ITEM'S  *
002412*                     DATE; THE FEE PASSED UP GOES ON WAIVLDGR  *
002413*                     UNDER REASON REGE.                        *
002414*    2026-10-11  RLB  THE FEE AMOUNT NOW COMES FROM THE         *
002415*                     FEESCHED SCHEDULE (FEESCHEDULELOOKUP) -   *
002416*                     PRODUCT ROW, SHOP-WIDE ROW, RELATIONSHIP  *
002417*                     OVERRIDE; A FEE OVER THE DAILY CAP GOES   *
002418*                     ON WAIVLDGR UNDER REASON DCAP.            *
002419*    2026-10-13  RLB  NO FEE WHILE THE ACCOUNT'S REPAYPLN       *
002420*                     REPAYMENT PLAN IS BEING KEPT              *
002421*                     (REPAYMENTPLANCHECK); THE FEE PASSED UP   *
002422*                     GOES ON WAIVLDGR UNDER REASON RPLN.       *
002423*                                                               *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
003498     SELECT WAIVLDGR ASSIGN TO "WAIVLDGR"
003498         ORGANIZATION IS SEQUENTIAL
003498         FILE STATUS IS Waivldgr-File-Status.
003494
003495     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
003496         ORGANIZATION IS SEQUENTIAL
003497         FILE STATUS IS Bkrsupp-File-Status.
003498
003499     SELECT FEEADV ASSIGN TO "FEEADV"
003500         ORGANIZATION IS SEQUENTIAL
003512         RECORD KEY IS NA-CUSTOMER-NUMBER
003513         FILE STATUS IS Custaddr-File-Status.
003500
003505     SELECT TRANHIST ASSIGN TO "TRANHIST"
003510         ORGANIZATION IS INDEXED
003515         ACCESS MODE IS DYNAMIC
003520         RECORD KEY IS HT-HISTORY-KEY
003525         FILE STATUS IS Tranhist-File-Status.
003530
003535     SELECT ODAGING ASSIGN TO "ODAGING"
003540         ORGANIZATION IS INDEXED
003545         ACCESS MODE IS RANDOM
003550         RECORD KEY IS OA-ACCOUNT-NUMBER
003555         FILE STATUS IS Odaging-File-Status.
003560
003565     SELECT ODOPTIN ASSIGN TO "ODOPTIN"
003570         ORGANIZATION IS INDEXED
003575         ACCESS MODE IS RANDOM
003580         RECORD KEY IS OI-ACCOUNT-NUMBER
003585         FILE STATUS IS Odoptin-File-Status.
003590
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ACCTMSTR.
003995     COPY CTLTOT.
003996
003996 FD  WAIVLDGR.
003993     COPY WAIVLDGR.
003994
003995 FD  BKRSUPP.
003996     COPY BKRSUPP.

003997 FD  FEEADV.
003998     COPY FEEADV.
004003 FD  CUSTADDR.
004004     COPY CUSTADDR.
004000
004010 FD  TRANHIST.
004020     COPY TRNHIST.
004030
004040 FD  ODAGING.
004050     COPY ODAGING.
004060
004070 FD  ODOPTIN.
004080     COPY ODOPTIN.
004090
004100 WORKING-STORAGE SECTION.
004200 01  Acctmstr-File-Status            PIC XX.
004300     88  Acctmstr-OK                 VALUE "00".
004599
004600 COPY ACCTFLDS.
004700
004710*    THE FEE AMOUNT IS PRICED PER ACCOUNT FROM THE FEESCHED
004720*    FEE SCHEDULE (FEESCHEDULELOOKUP) UNDER THIS FEE TYPE.
004730 77  Overdraft-Fee-Type              PIC X(04) VALUE "FEE ".
004740 01  Overdraft-Fee-Amount            PIC S9(6)V99.
004750 01  Fee-Action                      PIC X(01).
004760 01  Fee-Schedule-Result             PIC X(01).
004770     88  Schedule-Fee-Chargeable     VALUE "Y".
004780     88  Schedule-Fee-Capped         VALUE "C".
004790     88  Schedule-Fee-Zeroed         VALUE "Z".
004800     88  Schedule-Fee-Missing        VALUE "N".
004810 01  Waivldgr-File-Status            PIC XX.
004820     88  Waivldgr-OK                 VALUE "00".
004830 01  Waiver-Result                   PIC X(01).
004840     88  Fee-Is-Waived               VALUE "Y".
004850     88  Fee-Is-Charged              VALUE "N".
004860 01  Waiver-Reason-Code              PIC X(04).
004861 01  Bkrsupp-File-Status             PIC XX.
004862     88  Bkrsupp-OK                  VALUE "00".
004863 01  Stay-Result                     PIC X(01).
004864     88  Stay-Is-Active              VALUE "Y".
004865     88  Stay-Not-Active             VALUE "N".
004866 01  Stay-Customer-Number            PIC X(10).
004867 01  Stay-Case-Number                PIC X(15).
004868 01  Plan-Result                     PIC X(01).
004869     88  Plan-Is-Active              VALUE "Y".
004870     88  Plan-Not-Active             VALUE "N".
004871 01  Plan-Collector-Id               PIC X(08).
004872 01  Tranhist-File-Status            PIC XX.
004873     88  Tranhist-OK                 VALUE "00".
004874 01  Odaging-File-Status             PIC XX.
004875     88  Odaging-OK                  VALUE "00".
004876 01  Odoptin-File-Status             PIC XX.
004877     88  Odoptin-OK                  VALUE "00".
004878*    DAYS BEFORE THE FIRST OVERDRAWN DATE THE HISTORY SCAN
004879*    STARTS, TO CATCH AN ITEM DATED AHEAD OF ITS POSTING NIGHT.
004880 77  Cause-Lookback-Days             PIC 9(03) VALUE 10.
004881 01  Cause-Channel                   PIC X(03).
004882     88  Cause-Is-Card-Or-Atm        VALUE "ATM" "POS" "CRD".
004883 01  Cause-Date                      PIC 9(08).
004884 01  Scan-Start-Date                 PIC 9(08).
004885 01  Scan-Start-Integer              PIC 9(07).
004886 01  Balance-Before-Item             PIC S9(7)V99.
004887 01  History-Scan-Switch             PIC X(01).
004888     88  History-Scan-Done           VALUE "Y".
004889     88  History-Scan-Open           VALUE "N".
004890 01  Opt-In-Switch                   PIC X(01).
004891     88  Opt-In-Is-Effective         VALUE "Y".
004892     88  Opt-In-Not-Effective        VALUE "N".
004900
005000 01  Assessment-Counters.
005100     05  Accounts-Examined           PIC 9(7) COMP.
005200     05  Accounts-Assessed           PIC 9(7) COMP.
005300     05  Fees-Total                  PIC S9(9)V99 COMP.
005310     05  Fees-Waived                 PIC 9(7) COMP.
005311     05  Fees-Stayed                 PIC 9(7) COMP.
005312     05  Fees-Not-Opted-In           PIC 9(7) COMP.
005313     05  Fees-Unscheduled            PIC 9(7) COMP.
005314     05  Fees-Overridden             PIC 9(7) COMP.
005315     05  Fees-Capped                 PIC 9(7) COMP.
005316     05  Fees-Paused                 PIC 9(7) COMP.
005310
005320*    NOTICE COUNTS PER BRANCH FOR THE MAILBOX SUMMARY PAGE.
005330 01  Branch-Notice-Table.
006560     OPEN OUTPUT FEEADV
006561     OPEN EXTEND WAIVLDGR
006563     MOVE ZERO TO Fees-Waived
006564     OPEN EXTEND BKRSUPP
006565     MOVE ZERO TO Fees-Stayed
006562     OPEN INPUT CUSTREL
006564     OPEN INPUT CUSTADDR
006565     OPEN INPUT TRANHIST
006566     OPEN INPUT ODAGING
006567     OPEN INPUT ODOPTIN
006568     MOVE ZERO TO Fees-Not-Opted-In
006569     MOVE ZERO TO Fees-Unscheduled
006570     MOVE ZERO TO Fees-Overridden
006571     MOVE ZERO TO Fees-Capped
006572     MOVE ZERO TO Fees-Paused
006573     MOVE ZERO TO Advices-Suppressed
006574     MOVE ZERO TO Branch-Notice-Count
006580     CALL "StatusLookup" USING "OD", Overdrawn-Status-Label,
006590         Status-Found
006600     MOVE 0 TO Accounts-Examined
007700     ADD 1 TO Accounts-Examined
007800     MOVE MF-Account-Balance TO Account-Balance
007900
007927     IF Account-Balance < 0
007928*> Price the fee first - every path below, charged or not,
007929*> records the amount it would have been.
007930         MOVE "Q" TO Fee-Action
007931         CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
007932             MF-PRODUCT-CODE, Overdraft-Fee-Type, Posting-Date,
007933             Fee-Action, Overdraft-Fee-Amount,
007934             Fee-Schedule-Result
007935         IF Schedule-Fee-Missing
007936             ADD 1 TO Fees-Unscheduled
007937             DISPLAY MF-ACCOUNT-NUMBER
007938                 ": No overdraft fee on the schedule for "
007939                 MF-PRODUCT-CODE
007940             GO TO 2000-READ-NEXT
007941         END-IF
007942         IF Schedule-Fee-Zeroed
007943             ADD 1 TO Fees-Overridden
007944             DISPLAY MF-ACCOUNT-NUMBER
007945                 ": Overdraft fee overridden to zero."
007946             GO TO 2000-READ-NEXT
007947         END-IF
007948*> A customer under a bankruptcy stay is not charged at all;
007949*> the fee that would have landed goes on the suppression log.
007950         CALL "BankruptcyStayCheck" USING MF-ACCOUNT-NUMBER,
007951             Stay-Result, Stay-Customer-Number, Stay-Case-Number
007952         IF Stay-Is-Active
007953             ADD 1 TO Fees-Stayed
007954             MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
007955             MOVE Stay-Case-Number TO BS-CASE-NUMBER
007956             MOVE MF-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
007957             MOVE Posting-Date TO BS-SUPPRESS-DATE
007958             MOVE "FEE " TO BS-ACTIVITY-CODE
007959             MOVE Overdraft-Fee-Amount TO BS-AMOUNT
007960             MOVE "OverdraftFeeAssessment" TO BS-SOURCE-PROGRAM
007961             WRITE BS-SUPPRESSED-ACTIVITY-RECORD
007962             DISPLAY MF-ACCOUNT-NUMBER
007963                 ": Overdraft fee stayed - bankruptcy "
007964                 Stay-Case-Number
007965             GO TO 2000-READ-NEXT
007966         END-IF
007967*> No fee while the customer is keeping a repayment plan; the
007968*> fee passed up goes on the waiver ledger under reason RPLN.
007969         CALL "RepaymentPlanCheck" USING MF-ACCOUNT-NUMBER,
007970             Plan-Result, Plan-Collector-Id
007971         IF Plan-Is-Active
007972             ADD 1 TO Fees-Paused
007973             MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
007974             MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
007975             MOVE MF-PRODUCT-CODE TO WX-PRODUCT-CODE
007976             MOVE "FEE " TO WX-FEE-TYPE
007977             MOVE Overdraft-Fee-Amount TO WX-WAIVED-AMOUNT
007978             MOVE "RPLN" TO WX-REASON-CODE
007979             MOVE Posting-Date TO WX-WAIVE-DATE
007980             WRITE WX-WAIVED-FEE-RECORD
007981             DISPLAY MF-ACCOUNT-NUMBER
007982                 ": Overdraft fee paused - repayment plan, "
007983                 Plan-Collector-Id
007984             GO TO 2000-READ-NEXT
007985         END-IF
007986*> Reg E: when a one-time card or ATM item took the account
007987*> negative, no fee unless the customer had opted in to
007988*> overdraft coverage by that item's date. The fee passed up
007989*> goes on the waiver ledger under reason REGE.
007990         PERFORM 2050-FIND-OVERDRAFT-CAUSE
007991             THRU 2050-FIND-OVERDRAFT-CAUSE-EXIT
007992         IF Cause-Is-Card-Or-Atm
007993             PERFORM 2070-CHECK-OPT-IN THRU 2070-CHECK-OPT-IN-EXIT
007994             IF Opt-In-Not-Effective
007995                 ADD 1 TO Fees-Not-Opted-In
007996                 MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
007997                 MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
007998                 MOVE MF-PRODUCT-CODE TO WX-PRODUCT-CODE
007999                 MOVE "FEE " TO WX-FEE-TYPE
008000                 MOVE Overdraft-Fee-Amount TO WX-WAIVED-AMOUNT
008001                 MOVE "REGE" TO WX-REASON-CODE
008002                 MOVE Posting-Date TO WX-WAIVE-DATE
008003                 WRITE WX-WAIVED-FEE-RECORD
008004                 DISPLAY MF-ACCOUNT-NUMBER
008005                     ": Overdraft fee not charged - "
008006                     Cause-Channel " item, not opted in"
008007                 GO TO 2000-READ-NEXT
008008             END-IF
008009         END-IF
008010*> The waiver table speaks before the fee lands; a waived fee
008020*> goes on the ledger so finance can see what the policy costs.
008030         CALL "FeeWaiverCheck" USING MF-ACCOUNT-NUMBER,
008080             DISPLAY MF-ACCOUNT-NUMBER
008082                 ": Overdraft fee waived - " Waiver-Reason-Code
008084             GO TO 2000-READ-NEXT
008085         END-IF
008086*> Charged against the daily cap; a fee over the cap passes
008087*> and goes on the waiver ledger under reason DCAP.
008088         MOVE "C" TO Fee-Action
008089         CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
008090             MF-PRODUCT-CODE, Overdraft-Fee-Type, Posting-Date,
008091             Fee-Action, Overdraft-Fee-Amount,
008092             Fee-Schedule-Result
008093         IF Schedule-Fee-Capped
008094             ADD 1 TO Fees-Capped
008095             MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
008096             MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
008097             MOVE MF-PRODUCT-CODE TO WX-PRODUCT-CODE
008098             MOVE "FEE " TO WX-FEE-TYPE
008099             MOVE Overdraft-Fee-Amount TO WX-WAIVED-AMOUNT
008100             MOVE "DCAP" TO WX-REASON-CODE
008101             MOVE Posting-Date TO WX-WAIVE-DATE
008102             WRITE WX-WAIVED-FEE-RECORD
008103             DISPLAY MF-ACCOUNT-NUMBER
008104                 ": Overdraft fee not charged - daily cap."
008105             GO TO 2000-READ-NEXT
008106         END-IF
008107         COMPUTE MF-ACCOUNT-BALANCE =
008200             MF-ACCOUNT-BALANCE - Overdraft-Fee-Amount
008300         ADD 1 TO MF-OVERDRAFT-OCCURRENCES
008400         REWRITE MF-ACCTMSTR-RECORD
010096 2100-WRITE-ADVICE-EXIT.
010097     EXIT.
010098
010099*    WHICH ITEM TOOK THE ACCOUNT NEGATIVE: SCAN THE RETAINED
010100*    HISTORY FROM A FEW DAYS BEFORE THE FIRST OVERDRAWN DATE
010101*    (ODAGING; TONIGHT IF NO ROW) FOR A DEBIT THAT CROSSED FROM
010102*    ZERO-OR-ABOVE TO BELOW ZERO. THE LAST CROSSING WINS. NO
010103*    CROSSING FOUND LEAVES THE CHANNEL BLANK - CAUSE UNKNOWN,
010104*    AND THE FEE IS CHARGED AS BEFORE.
010105 2050-FIND-OVERDRAFT-CAUSE.
010106     MOVE SPACES TO Cause-Channel
010107     MOVE ZERO TO Cause-Date
010108     MOVE MF-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER
010109     READ ODAGING
010110         INVALID KEY
010111             MOVE Posting-Date TO OA-FIRST-OVERDRAWN-DATE
010112     END-READ
010113     COMPUTE Scan-Start-Integer =
010114         FUNCTION INTEGER-OF-DATE(OA-FIRST-OVERDRAWN-DATE)
010115         - Cause-Lookback-Days
010116     MOVE FUNCTION DATE-OF-INTEGER(Scan-Start-Integer)
010117         TO Scan-Start-Date
010118     MOVE MF-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER
010119     MOVE Scan-Start-Date TO HT-TRANS-DATE
010120     MOVE ZERO TO HT-TRANS-SEQUENCE
010121     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
010122         INVALID KEY
010123             GO TO 2050-FIND-OVERDRAFT-CAUSE-EXIT
010124     END-START
010125     SET History-Scan-Open TO TRUE
010126     PERFORM 2060-SCAN-HISTORY THRU 2060-SCAN-HISTORY-EXIT
010127         UNTIL History-Scan-Done.
010128 2050-FIND-OVERDRAFT-CAUSE-EXIT.
010129     EXIT.
010130
010131 2060-SCAN-HISTORY.
010132     READ TRANHIST NEXT
010133         AT END
010134             SET History-Scan-Done TO TRUE
010135             GO TO 2060-SCAN-HISTORY-EXIT
010136     END-READ
010137     IF HT-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
010138         SET History-Scan-Done TO TRUE
010139         GO TO 2060-SCAN-HISTORY-EXIT
010140     END-IF
010141     IF HT-WITHDRAWAL AND HT-BALANCE-AFTER < 0
010142         COMPUTE Balance-Before-Item =
010143             HT-BALANCE-AFTER + HT-TRANS-AMOUNT
010144         IF Balance-Before-Item NOT < 0
010145             MOVE HT-SOURCE-CHANNEL TO Cause-Channel
010146             MOVE HT-TRANS-DATE TO Cause-Date
010147         END-IF
010148     END-IF.
010149 2060-SCAN-HISTORY-EXIT.
010150     EXIT.
010151
010152*    THE OPT-IN COUNTS ONLY IF IT WAS ON FILE BY THE DATE OF
010153*    THE ITEM THAT CAUSED THE OVERDRAFT. NO ROW IS NOT OPTED IN.
010154 2070-CHECK-OPT-IN.
010155     SET Opt-In-Not-Effective TO TRUE
010156     MOVE MF-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
010157     READ ODOPTIN
010158         INVALID KEY
010159             GO TO 2070-CHECK-OPT-IN-EXIT
010160     END-READ
010161     IF OI-OPTED-IN AND OI-ELECTION-DATE NOT > Cause-Date
010162         SET Opt-In-Is-Effective TO TRUE
010163     END-IF.
010164 2070-CHECK-OPT-IN-EXIT.
010165     EXIT.
010166
010098*    ACCOUNT TO CUSTOMER THROUGH CUSTREL, CUSTOMER TO THE NAME
010098*    MASTER; NO ROW MEANS A BLANK NAME AND A USABLE ADDRESS.
010098 2150-GET-ADVICE-NAME.
010700 9000-TERMINATE.
010710     CLOSE GLPOST
010712     CLOSE WAIVLDGR
010717     CLOSE BKRSUPP
010720     CLOSE ACCTMSTR
010722     CLOSE FEEADV
010723     CLOSE CUSTREL
010724     CLOSE CUSTADDR
010725     CLOSE TRANHIST
010726     CLOSE ODAGING
010727     CLOSE ODOPTIN
010724     DISPLAY "ADVICE NOTICES BY BRANCH"
010725     PERFORM 9100-PRINT-BRANCH-NOTICES
010726         THRU 9100-PRINT-BRANCH-NOTICES-EXIT
010750     DISPLAY "Accounts assessed - " Accounts-Assessed
010755     DISPLAY "Advices suppressed - " Advices-Suppressed
010757     DISPLAY "Fees waived       - " Fees-Waived
010758     DISPLAY "Fees stayed       - " Fees-Stayed
010759     DISPLAY "Fees plan-paused  - " Fees-Paused
010760     DISPLAY "Fees not opted in - " Fees-Not-Opted-In
010761     DISPLAY "Fees unscheduled  - " Fees-Unscheduled
010762     DISPLAY "Fees overridden   - " Fees-Overridden
010763     DISPLAY "Fees over cap     - " Fees-Capped
010764     DISPLAY "Total fees assessed - " Fees-Total.
010900 9000-TERMINATE-EXIT.
010910     EXIT.
010920
