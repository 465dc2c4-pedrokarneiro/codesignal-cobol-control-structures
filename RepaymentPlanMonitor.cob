000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RepaymentPlanMonitor.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    REPAYMENTPLANMONITOR                                       *
001100*                                                               *
001200*    NIGHTLY, AHEAD OF THE OVERDRAFT AGING. FOR EVERY ACTIVE    *
001300*    REPAYPLN PLAN, THE ACCOUNT'S DEPOSITS ON TRANHIST SINCE    *
001400*    THE LAST NIGHT SCANNED (FROM THE AGREED DATE ON THE FIRST  *
001500*    NIGHT) ARE APPLIED TO THE INSTALLMENTS IN DUE-DATE ORDER,  *
001600*    AND AN INSTALLMENT COVERED IN FULL IS STAMPED WITH THE     *
001700*    DATE IT WAS. THEN:                                         *
001800*                                                               *
001900*      - EVERY INSTALLMENT COVERED COMPLETES THE PLAN;          *
002000*      - AN INSTALLMENT STILL SHORT ONCE ITS DUE DATE IS        *
002100*        BEHIND THE BUSINESS DATE IS A BROKEN PROMISE: THE      *
002200*        PLAN IS MARKED BROKEN, A "BP" EVENT FOR THE            *
002300*        COLLECTIONS QUEUE (CHANNEL "COL") GOES ON TONIGHT'S    *
002400*        ALERTEVT, AND - SINCE REPAYMENTPLANCHECK NO LONGER     *
002500*        ANSWERS FOR IT - THE ACCOUNT IS BACK IN THE NORMAL     *
002600*        AGING, FEES AND CHARGE-OFF CANDIDACY FROM TONIGHT.     *
002700*                                                               *
002800*    A PAYMENT THAT POSTS THE NIGHT AFTER THE DUE DATE STILL    *
002900*    CATCHES THE INSTALLMENT, SINCE THE DEPOSITS ARE APPLIED    *
003000*    BEFORE THE DUE DATES ARE TESTED - THE SAME ONE-NIGHT       *
003100*    GRACE A WEEKEND OR HOLIDAY DUE DATE NEEDS. A MISSING       *
003200*    REPAYPLN FILE MEANS NO PLANS ARE RUNNING.                  *
003300*                                                               *
003400*    MODIFICATION HISTORY                                      *
003500*    ------------------------------------------------------    *
003600*    DATE       INIT  DESCRIPTION                              *
003700*    ---------  ----  -----------------------------------      *
003800*    2026-10-13  RLB  ORIGINAL.                                *
003900*                                                               *
004000*****************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT REPAYPLN ASSIGN TO "REPAYPLN"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS RY-ACCOUNT-NUMBER
004900         FILE STATUS IS Repaypln-File-Status.
005000
005100     SELECT TRANHIST ASSIGN TO "TRANHIST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS HT-HISTORY-KEY
005500         FILE STATUS IS Tranhist-File-Status.
005600
005700     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS MF-ACCOUNT-NUMBER
006100         FILE STATUS IS Acctmstr-File-Status.
006200
006300     SELECT ALERTEVT ASSIGN TO "ALERTEVT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS Alertevt-File-Status.
006600
006700     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS Runctlin-File-Status.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  REPAYPLN.
007400     COPY REPAYPLN.
007500
007600 FD  TRANHIST.
007700     COPY TRNHIST.
007800
007900 FD  ACCTMSTR.
008000     COPY ACCTMSTR.
008100
008200 FD  ALERTEVT.
008300     COPY ALERTEVT.
008400
008500 FD  RUNCTLIN.
008600     COPY RUNCTL REPLACING
008700         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
008800         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
008900         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009000         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
009100
009200 WORKING-STORAGE SECTION.
009300 01  Repaypln-File-Status            PIC XX.
009400     88  Repaypln-OK                 VALUE "00".
009500     88  Repaypln-EOF                VALUE "10".
009600     88  Repaypln-Not-Found          VALUE "35".
009700 01  Tranhist-File-Status            PIC XX.
009800     88  Tranhist-OK                 VALUE "00".
009900 01  Acctmstr-File-Status            PIC XX.
010000     88  Acctmstr-OK                 VALUE "00".
010100 01  Alertevt-File-Status            PIC XX.
010200     88  Alertevt-OK                 VALUE "00".
010300 01  Runctlin-File-Status            PIC XX.
010400     88  Runctlin-OK                 VALUE "00".
010500     88  Runctlin-Not-Found          VALUE "35".
010600
010700*    THE BROKEN-PROMISE EVENT AS THE FRONT END ROUTES IT.
010800 77  Broken-Promise-Alert-Type       PIC X(02) VALUE "BP".
010900 77  Collections-Channel             PIC X(03) VALUE "COL".
011000
011100 01  Business-Date                   PIC 9(08).
011200 01  Scan-Start-Date                 PIC 9(08).
011300 01  Scan-Start-Integer              PIC 9(07).
011400 01  History-Scan-Switch             PIC X(01).
011500     88  History-Scan-Done           VALUE "Y".
011600     88  History-Scan-Open           VALUE "N".
011700 01  Installment-Sub                 PIC 9(02) COMP.
011800 01  Open-Installment-Sub            PIC 9(02) COMP.
011900 01  Deposit-Remaining               PIC S9(7)V99.
012000 01  Installment-Short               PIC S9(7)V99.
012100 01  Applied-Amount                  PIC S9(7)V99.
012200 01  Edited-Amount                   PIC ZZZ,ZZZ,ZZ9.99.
012300
012400 01  Monitor-Counters.
012500     05  Plans-Read                  PIC 9(7) COMP.
012600     05  Plans-Active                PIC 9(7) COMP.
012700     05  Deposits-Applied            PIC 9(7) COMP.
012800     05  Plans-Completed             PIC 9(7) COMP.
012900     05  Plans-Broken                PIC 9(7) COMP.
013000     05  Amount-Applied              PIC S9(9)V99 COMP.
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013500     CALL "BatchStepTimer" USING "STEP020A", "S"
013600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013700     IF NOT Repaypln-Not-Found
013800         PERFORM 2000-CHECK-PLAN THRU 2000-CHECK-PLAN-EXIT
013900             UNTIL Repaypln-EOF
014000     END-IF
014100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014200     CALL "BatchStepTimer" USING "STEP020A", "E"
014300     STOP RUN.
014400
014500 1000-INITIALIZE.
014600     INITIALIZE Monitor-Counters
014700     OPEN INPUT RUNCTLIN
014800     IF Runctlin-OK
014900         READ RUNCTLIN
015000             AT END
015100                 SET Runctlin-Not-Found TO TRUE
015200         END-READ
015300     END-IF
015400     IF Runctlin-OK
015500         MOVE RI-BUSINESS-DATE TO Business-Date
015600         CLOSE RUNCTLIN
015700     ELSE
015800         ACCEPT Business-Date FROM DATE YYYYMMDD
015900     END-IF
016000     DISPLAY "REPAYMENT PLAN MONITOR - " Business-Date
016100
016200     OPEN I-O REPAYPLN
016300     IF Repaypln-Not-Found
016400         DISPLAY "No REPAYPLN file - no repayment plans running."
016500         GO TO 1000-INITIALIZE-EXIT
016600     END-IF
016700     IF NOT Repaypln-OK
016800         DISPLAY "REPAYPLN open failed - status "
016900             Repaypln-File-Status
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF
017300     OPEN INPUT TRANHIST
017400     OPEN INPUT ACCTMSTR
017500     OPEN EXTEND ALERTEVT
017600     IF NOT Alertevt-OK
017700         DISPLAY "ALERTEVT open failed - status "
017800             Alertevt-File-Status
017900         MOVE 16 TO RETURN-CODE
018000         STOP RUN
018100     END-IF
018200     DISPLAY " "
018300     DISPLAY "ACCOUNT    COLLECTOR  EVENT      INSTALLMENT"
018400     READ REPAYPLN
018500         AT END
018600             SET Repaypln-EOF TO TRUE
018700     END-READ.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
019000
019100*****************************************************************
019200*    ONE PLAN: APPLY THE NEW DEPOSITS, THEN TEST IT.            *
019300*****************************************************************
019400 2000-CHECK-PLAN.
019500     ADD 1 TO Plans-Read
019600     IF NOT RY-Plan-Active
019700         GO TO 2000-READ-NEXT
019800     END-IF
019900     ADD 1 TO Plans-Active
020000     IF RY-LAST-SCAN-DATE = ZERO
020100         MOVE RY-AGREED-DATE TO Scan-Start-Date
020200     ELSE
020300         COMPUTE Scan-Start-Integer =
020400             FUNCTION INTEGER-OF-DATE(RY-LAST-SCAN-DATE) + 1
020500         MOVE FUNCTION DATE-OF-INTEGER(Scan-Start-Integer)
020600             TO Scan-Start-Date
020700     END-IF
020800     IF Scan-Start-Date NOT > Business-Date
020900         PERFORM 2100-SCAN-DEPOSITS THRU 2100-SCAN-DEPOSITS-EXIT
021000         MOVE Business-Date TO RY-LAST-SCAN-DATE
021100     END-IF
021200     PERFORM 2300-TEST-PLAN THRU 2300-TEST-PLAN-EXIT
021300     REWRITE RY-REPAYMENT-PLAN-RECORD.
021400
021500 2000-READ-NEXT.
021600     READ REPAYPLN
021700         AT END
021800             SET Repaypln-EOF TO TRUE
021900     END-READ.
022000 2000-CHECK-PLAN-EXIT.
022100     EXIT.
022200
022300*    THE ACCOUNT'S HISTORY FROM THE SCAN START THROUGH TONIGHT.
022400 2100-SCAN-DEPOSITS.
022500     MOVE RY-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER
022600     MOVE Scan-Start-Date TO HT-TRANS-DATE
022700     MOVE ZERO TO HT-TRANS-SEQUENCE
022800     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
022900         INVALID KEY
023000             GO TO 2100-SCAN-DEPOSITS-EXIT
023100     END-START
023200     SET History-Scan-Open TO TRUE
023300     PERFORM 2110-READ-HISTORY THRU 2110-READ-HISTORY-EXIT
023400         UNTIL History-Scan-Done.
023500 2100-SCAN-DEPOSITS-EXIT.
023600     EXIT.
023700
023800 2110-READ-HISTORY.
023900     READ TRANHIST NEXT
024000         AT END
024100             SET History-Scan-Done TO TRUE
024200             GO TO 2110-READ-HISTORY-EXIT
024300     END-READ
024400     IF HT-ACCOUNT-NUMBER NOT = RY-ACCOUNT-NUMBER
024500         OR HT-TRANS-DATE > Business-Date
024600         SET History-Scan-Done TO TRUE
024700         GO TO 2110-READ-HISTORY-EXIT
024800     END-IF
024900     IF NOT HT-DEPOSIT OR HT-TRANS-AMOUNT NOT > ZERO
025000         GO TO 2110-READ-HISTORY-EXIT
025100     END-IF
025200     ADD 1 TO Deposits-Applied
025300     MOVE HT-TRANS-AMOUNT TO Deposit-Remaining
025400     PERFORM 2200-APPLY-DEPOSIT THRU 2200-APPLY-DEPOSIT-EXIT
025500         VARYING Installment-Sub FROM 1 BY 1
025600         UNTIL Installment-Sub > RY-INSTALLMENT-COUNT
025700             OR Deposit-Remaining = ZERO.
025800 2110-READ-HISTORY-EXIT.
025900     EXIT.
026000
026100*    A DEPOSIT FILLS THE EARLIEST INSTALLMENT STILL SHORT FIRST;
026200*    WHAT IS LEFT OVER CARRIES TO THE NEXT. MONEY BEYOND THE
026300*    LAST INSTALLMENT SIMPLY REDUCES THE OVERDRAFT.
026400 2200-APPLY-DEPOSIT.
026500     COMPUTE Installment-Short =
026600         RY-DUE-AMOUNT (Installment-Sub)
026700         - RY-PAID-AMOUNT (Installment-Sub)
026800     IF Installment-Short NOT > ZERO
026900         GO TO 2200-APPLY-DEPOSIT-EXIT
027000     END-IF
027100     IF Deposit-Remaining < Installment-Short
027200         MOVE Deposit-Remaining TO Applied-Amount
027300     ELSE
027400         MOVE Installment-Short TO Applied-Amount
027500     END-IF
027600     ADD Applied-Amount TO RY-PAID-AMOUNT (Installment-Sub)
027700     ADD Applied-Amount TO Amount-Applied
027800     SUBTRACT Applied-Amount FROM Deposit-Remaining
027900     IF RY-PAID-AMOUNT (Installment-Sub)
028000         NOT < RY-DUE-AMOUNT (Installment-Sub)
028100         MOVE HT-TRANS-DATE TO RY-PAID-DATE (Installment-Sub)
028200     END-IF.
028300 2200-APPLY-DEPOSIT-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*    THE EARLIEST INSTALLMENT STILL SHORT DECIDES: NONE LEFT    *
028800*    COMPLETES THE PLAN, ONE PAST DUE BREAKS IT.                *
028900*****************************************************************
029000 2300-TEST-PLAN.
029100     MOVE ZERO TO Open-Installment-Sub
029200     PERFORM 2310-FIND-OPEN THRU 2310-FIND-OPEN-EXIT
029300         VARYING Installment-Sub FROM 1 BY 1
029400         UNTIL Installment-Sub > RY-INSTALLMENT-COUNT
029500             OR Open-Installment-Sub > 0
029600     IF Open-Installment-Sub = 0
029700         SET RY-Plan-Completed TO TRUE
029800         MOVE Business-Date TO RY-CLOSED-DATE
029900         ADD 1 TO Plans-Completed
030000         DISPLAY RY-ACCOUNT-NUMBER " " RY-COLLECTOR-ID
030100             "   COMPLETED  " RY-INSTALLMENT-COUNT
030200             " OF " RY-INSTALLMENT-COUNT
030300         GO TO 2300-TEST-PLAN-EXIT
030400     END-IF
030500     IF RY-DUE-DATE (Open-Installment-Sub) NOT < Business-Date
030600         GO TO 2300-TEST-PLAN-EXIT
030700     END-IF
030800     SET RY-Plan-Broken TO TRUE
030900     MOVE Business-Date TO RY-CLOSED-DATE
031000     ADD 1 TO Plans-Broken
031100     PERFORM 2400-WRITE-ALERT THRU 2400-WRITE-ALERT-EXIT.
031200 2300-TEST-PLAN-EXIT.
031300     EXIT.
031400
031500 2310-FIND-OPEN.
031600     IF RY-PAID-AMOUNT (Installment-Sub)
031700         < RY-DUE-AMOUNT (Installment-Sub)
031800         MOVE Installment-Sub TO Open-Installment-Sub
031900     END-IF.
032000 2310-FIND-OPEN-EXIT.
032100     EXIT.
032200
032300*    THE BROKEN PROMISE: THE SHORTFALL ON THE MISSED INSTALLMENT
032400*    AS THE TRIGGER AMOUNT, WITH TONIGHT'S BALANCE AND STATUS.
032500 2400-WRITE-ALERT.
032600     COMPUTE Installment-Short =
032700         RY-DUE-AMOUNT (Open-Installment-Sub)
032800         - RY-PAID-AMOUNT (Open-Installment-Sub)
032900     MOVE SPACES TO AE-ALERT-EVENT-RECORD
033000     MOVE RY-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER
033100     MOVE Broken-Promise-Alert-Type TO AE-ALERT-TYPE
033200     MOVE Installment-Short TO AE-TRIGGER-AMOUNT
033300     MOVE RY-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
033400     READ ACCTMSTR
033500         INVALID KEY
033600             MOVE ZERO TO AE-ACCOUNT-BALANCE
033700             MOVE SPACES TO AE-ACCOUNT-STATUS
033800         NOT INVALID KEY
033900             MOVE MF-ACCOUNT-BALANCE TO AE-ACCOUNT-BALANCE
034000             MOVE MF-ACCOUNT-STATUS TO AE-ACCOUNT-STATUS
034100     END-READ
034200     MOVE Collections-Channel TO AE-DELIVERY-CHANNEL
034300     MOVE Business-Date TO AE-EVENT-DATE
034400     MOVE ZERO TO AE-TRACE-ID
034500     WRITE AE-ALERT-EVENT-RECORD
034600     MOVE Installment-Short TO Edited-Amount
034700     DISPLAY RY-ACCOUNT-NUMBER " " RY-COLLECTOR-ID
034800         "** BROKEN     " Open-Installment-Sub
034900         " OF " RY-INSTALLMENT-COUNT
035000         " DUE " RY-DUE-DATE (Open-Installment-Sub)
035100         " SHORT " Edited-Amount.
035200 2400-WRITE-ALERT-EXIT.
035300     EXIT.
035400
035500 9000-TERMINATE.
035600     IF NOT Repaypln-Not-Found
035700         CLOSE REPAYPLN
035800         CLOSE TRANHIST
035900         CLOSE ACCTMSTR
036000         CLOSE ALERTEVT
036100     END-IF
036200     DISPLAY " "
036300     DISPLAY "Plans read         - " Plans-Read
036400     DISPLAY "Plans active       - " Plans-Active
036500     DISPLAY "Deposits applied   - " Deposits-Applied
036600     DISPLAY "Plans completed    - " Plans-Completed
036700     DISPLAY "Promises broken    - " Plans-Broken
036800     MOVE Amount-Applied TO Edited-Amount
036900     DISPLAY "Amount applied     - " Edited-Amount.
037000 9000-TERMINATE-EXIT.
037100     EXIT.
