000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RepaymentPlanReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    REPAYMENTPLANREPORT                                        *
001100*                                                               *
001200*    MONTHLY REPAYMENT PLAN PERFORMANCE BY COLLECTOR, RUN AT    *
001300*    MONTH-END (WAIVEDFEEREPORT MOLD). ONE PASS OF REPAYPLN     *
001400*    ROLLS EACH PLAN UP UNDER THE COLLECTOR WHO AGREED IT:      *
001500*                                                               *
001600*      - PLANS AGREED THIS MONTH, PLANS STILL ACTIVE, AND       *
001700*        PLANS COMPLETED, BROKEN AND CANCELLED THIS MONTH;      *
001800*      - THE INSTALLMENTS THAT FELL DUE THIS MONTH - HOW MANY   *
001900*        WERE KEPT (COVERED IN FULL), HOW MANY MISSED, AND      *
002000*        THE DOLLARS DUE AGAINST THE DOLLARS COLLECTED.         *
002100*                                                               *
002200*    THE KEEP RATE IS INSTALLMENTS KEPT OVER INSTALLMENTS       *
002300*    DUE. AN INSTALLMENT DUE TODAY AND NOT YET COVERED IS       *
002400*    NEITHER KEPT NOR MISSED.                                   *
002500*                                                               *
002600*    MODIFICATION HISTORY                                      *
002700*    ------------------------------------------------------    *
002800*    DATE       INIT  DESCRIPTION                              *
002900*    ---------  ----  -----------------------------------      *
003000*    2026-10-13  RLB  ORIGINAL.                                *
003100*                                                               *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT REPAYPLN ASSIGN TO "REPAYPLN"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS RY-ACCOUNT-NUMBER
004100         FILE STATUS IS Repaypln-File-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  REPAYPLN.
004600     COPY REPAYPLN.
004700
004800 WORKING-STORAGE SECTION.
004900 01  Repaypln-File-Status            PIC XX.
005000     88  Repaypln-OK                 VALUE "00".
005100     88  Repaypln-EOF                VALUE "10".
005200
005300 01  Report-Month                    PIC 9(06).
005400 01  Run-Date                        PIC 9(08).
005500
005600*    ONE ROW PER COLLECTOR FOUND ON THE FILE.
005700 01  Collector-Roll-Table.
005800     05  Collector-Roll-Count        PIC 9(03) COMP.
005900     05  Collector-Roll-Entry OCCURS 100 TIMES.
006000         10  KP-COLLECTOR-ID         PIC X(08).
006100         10  KP-PLANS-AGREED         PIC 9(07).
006200         10  KP-PLANS-ACTIVE         PIC 9(07).
006300         10  KP-PLANS-COMPLETED      PIC 9(07).
006400         10  KP-PLANS-BROKEN         PIC 9(07).
006500         10  KP-PLANS-CANCELLED      PIC 9(07).
006600         10  KP-DUE-COUNT            PIC 9(07).
006700         10  KP-KEPT-COUNT           PIC 9(07).
006800         10  KP-MISSED-COUNT         PIC 9(07).
006900         10  KP-DUE-TOTAL            PIC S9(11)V99.
007000         10  KP-COLLECTED-TOTAL      PIC S9(11)V99.
007100 01  Roll-Sub                        PIC 9(03) COMP.
007200 01  Roll-Found-Sub                  PIC 9(03) COMP.
007300 01  Installment-Sub                 PIC 9(02) COMP.
007400 01  Keep-Rate                       PIC 9(03)V9.
007500 01  Edited-Rate                     PIC ZZ9.9.
007600 01  Edited-Total                    PIC -(9)9.99.
007700 01  Edited-Total-2                  PIC -(9)9.99.
007800
007900 01  Report-Counters.
008000     05  Plans-Read                  PIC 9(7) COMP.
008100     05  Collectors-Dropped          PIC 9(7) COMP.
008200     05  Grand-Due-Count             PIC 9(7) COMP.
008300     05  Grand-Kept-Count            PIC 9(7) COMP.
008400     05  Grand-Missed-Count          PIC 9(7) COMP.
008500     05  Grand-Broken-Count          PIC 9(7) COMP.
008600     05  Grand-Due-Total             PIC S9(11)V99.
008700     05  Grand-Collected-Total       PIC S9(11)V99.
008800
008900 PROCEDURE DIVISION.
009000
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009300     PERFORM 2000-ROLL-PLAN THRU 2000-ROLL-PLAN-EXIT
009400         UNTIL Repaypln-EOF
009500     PERFORM 3000-PRINT-COLLECTORS
009600         THRU 3000-PRINT-COLLECTORS-EXIT
009700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009800     STOP RUN.
009900
010000 1000-INITIALIZE.
010100     INITIALIZE Report-Counters
010200     MOVE 0 TO Collector-Roll-Count
010300     OPEN INPUT REPAYPLN
010400     IF NOT Repaypln-OK
010500         DISPLAY "REPAYPLN open failed - " Repaypln-File-Status
010600         MOVE 16 TO RETURN-CODE
010700         STOP RUN
010800     END-IF
010900     ACCEPT Run-Date FROM DATE YYYYMMDD
011000     MOVE Run-Date (1:6) TO Report-Month
011100     DISPLAY "REPAYMENT PLAN PERFORMANCE - MONTH " Report-Month
011200     DISPLAY "========================================="
011300     READ REPAYPLN
011400         AT END
011500             SET Repaypln-EOF TO TRUE
011600     END-READ.
011700 1000-INITIALIZE-EXIT.
011800     EXIT.
011900
012000 2000-ROLL-PLAN.
012100     ADD 1 TO Plans-Read
012200     PERFORM 2100-FIND-COLLECTOR THRU 2100-FIND-COLLECTOR-EXIT
012300     IF Roll-Found-Sub = 0
012400         ADD 1 TO Collectors-Dropped
012500         GO TO 2000-READ-NEXT
012600     END-IF
012700     IF RY-AGREED-DATE (1:6) = Report-Month
012800         ADD 1 TO KP-PLANS-AGREED (Roll-Found-Sub)
012900     END-IF
013000     IF RY-Plan-Active
013100         ADD 1 TO KP-PLANS-ACTIVE (Roll-Found-Sub)
013200     END-IF
013300     IF RY-CLOSED-DATE (1:6) = Report-Month
013400         IF RY-Plan-Completed
013500             ADD 1 TO KP-PLANS-COMPLETED (Roll-Found-Sub)
013600         END-IF
013700         IF RY-Plan-Broken
013800             ADD 1 TO KP-PLANS-BROKEN (Roll-Found-Sub)
013900             ADD 1 TO Grand-Broken-Count
014000         END-IF
014100         IF RY-Plan-Cancelled
014200             ADD 1 TO KP-PLANS-CANCELLED (Roll-Found-Sub)
014300         END-IF
014400     END-IF
014500     PERFORM 2200-ROLL-INSTALLMENT
014600         THRU 2200-ROLL-INSTALLMENT-EXIT
014700         VARYING Installment-Sub FROM 1 BY 1
014800         UNTIL Installment-Sub > RY-INSTALLMENT-COUNT.
014900
015000 2000-READ-NEXT.
015100     READ REPAYPLN
015200         AT END
015300             SET Repaypln-EOF TO TRUE
015400     END-READ.
015500 2000-ROLL-PLAN-EXIT.
015600     EXIT.
015700
015800 2100-FIND-COLLECTOR.
015900     MOVE ZERO TO Roll-Found-Sub
016000     PERFORM 2110-SCAN-COLLECTOR THRU 2110-SCAN-COLLECTOR-EXIT
016100         VARYING Roll-Sub FROM 1 BY 1
016200         UNTIL Roll-Sub > Collector-Roll-Count
016300             OR Roll-Found-Sub > 0
016400     IF Roll-Found-Sub > 0
016500         GO TO 2100-FIND-COLLECTOR-EXIT
016600     END-IF
016700     IF Collector-Roll-Count >= 100
016800         GO TO 2100-FIND-COLLECTOR-EXIT
016900     END-IF
017000     ADD 1 TO Collector-Roll-Count
017100     MOVE Collector-Roll-Count TO Roll-Found-Sub
017200     INITIALIZE Collector-Roll-Entry (Roll-Found-Sub)
017300     MOVE RY-COLLECTOR-ID TO KP-COLLECTOR-ID (Roll-Found-Sub).
017400 2100-FIND-COLLECTOR-EXIT.
017500     EXIT.
017600
017700 2110-SCAN-COLLECTOR.
017800     IF KP-COLLECTOR-ID (Roll-Sub) = RY-COLLECTOR-ID
017900         MOVE Roll-Sub TO Roll-Found-Sub
018000     END-IF.
018100 2110-SCAN-COLLECTOR-EXIT.
018200     EXIT.
018300
018400*    AN INSTALLMENT COUNTS IN THE MONTH IT FELL DUE. ONE NOT
018500*    COVERED IS MISSED ONCE ITS DUE DATE HAS PASSED, OR AT ONCE
018600*    IF THE PLAN HAS ALREADY BEEN BROKEN OR CANCELLED.
018700 2200-ROLL-INSTALLMENT.
018800     IF RY-DUE-DATE (Installment-Sub) (1:6) NOT = Report-Month
018900         GO TO 2200-ROLL-INSTALLMENT-EXIT
019000     END-IF
019100     ADD 1 TO KP-DUE-COUNT (Roll-Found-Sub)
019200     ADD RY-DUE-AMOUNT (Installment-Sub)
019300         TO KP-DUE-TOTAL (Roll-Found-Sub)
019400     ADD RY-PAID-AMOUNT (Installment-Sub)
019500         TO KP-COLLECTED-TOTAL (Roll-Found-Sub)
019600     IF RY-PAID-DATE (Installment-Sub) NOT = ZERO
019700         ADD 1 TO KP-KEPT-COUNT (Roll-Found-Sub)
019800         GO TO 2200-ROLL-INSTALLMENT-EXIT
019900     END-IF
020000     IF RY-DUE-DATE (Installment-Sub) < Run-Date
020100         OR RY-Plan-Broken
020200         OR RY-Plan-Cancelled
020300         ADD 1 TO KP-MISSED-COUNT (Roll-Found-Sub)
020400     END-IF.
020500 2200-ROLL-INSTALLMENT-EXIT.
020600     EXIT.
020700
020800 3000-PRINT-COLLECTORS.
020900     DISPLAY " "
021000     DISPLAY "COLLECTOR  AGREED   ACTIVE   COMPLETE BROKEN   "
021100         "CANCEL"
021200     PERFORM 3100-PRINT-COLLECTOR THRU 3100-PRINT-COLLECTOR-EXIT
021300         VARYING Roll-Sub FROM 1 BY 1
021400         UNTIL Roll-Sub > Collector-Roll-Count.
021500 3000-PRINT-COLLECTORS-EXIT.
021600     EXIT.
021700
021800 3100-PRINT-COLLECTOR.
021900     DISPLAY KP-COLLECTOR-ID (Roll-Sub) " "
022000         KP-PLANS-AGREED (Roll-Sub) " "
022100         KP-PLANS-ACTIVE (Roll-Sub) " "
022200         KP-PLANS-COMPLETED (Roll-Sub) " "
022300         KP-PLANS-BROKEN (Roll-Sub) " "
022400         KP-PLANS-CANCELLED (Roll-Sub)
022500     MOVE ZERO TO Keep-Rate
022600     IF KP-DUE-COUNT (Roll-Sub) > 0
022700         COMPUTE Keep-Rate ROUNDED =
022800             KP-KEPT-COUNT (Roll-Sub) * 100
022900             / KP-DUE-COUNT (Roll-Sub)
023000     END-IF
023100     MOVE Keep-Rate TO Edited-Rate
023200     DISPLAY "    INSTALLMENTS DUE " KP-DUE-COUNT (Roll-Sub)
023300         "  KEPT " KP-KEPT-COUNT (Roll-Sub)
023400         "  MISSED " KP-MISSED-COUNT (Roll-Sub)
023500         "  KEEP RATE " Edited-Rate "%"
023600     MOVE KP-DUE-TOTAL (Roll-Sub) TO Edited-Total
023700     MOVE KP-COLLECTED-TOTAL (Roll-Sub) TO Edited-Total-2
023800     DISPLAY "    DOLLARS DUE " Edited-Total
023900         "  COLLECTED " Edited-Total-2
024000     ADD KP-DUE-COUNT (Roll-Sub) TO Grand-Due-Count
024100     ADD KP-KEPT-COUNT (Roll-Sub) TO Grand-Kept-Count
024200     ADD KP-MISSED-COUNT (Roll-Sub) TO Grand-Missed-Count
024300     ADD KP-DUE-TOTAL (Roll-Sub) TO Grand-Due-Total
024400     ADD KP-COLLECTED-TOTAL (Roll-Sub) TO Grand-Collected-Total.
024500 3100-PRINT-COLLECTOR-EXIT.
024600     EXIT.
024700
024800 9000-TERMINATE.
024900     CLOSE REPAYPLN
025000     DISPLAY " "
025100     DISPLAY "REPAYMENT PLAN SUMMARY"
025200     DISPLAY "Plans read          - " Plans-Read
025300     DISPLAY "Collectors          - " Collector-Roll-Count
025400     IF Collectors-Dropped > 0
025500         DISPLAY "** Plans not rolled - collector table full: "
025600             Collectors-Dropped
025700     END-IF
025800     DISPLAY "Promises broken     - " Grand-Broken-Count
025900     DISPLAY "Installments due    - " Grand-Due-Count
026000     DISPLAY "Installments kept   - " Grand-Kept-Count
026100     DISPLAY "Installments missed - " Grand-Missed-Count
026200     MOVE ZERO TO Keep-Rate
026300     IF Grand-Due-Count > 0
026400         COMPUTE Keep-Rate ROUNDED =
026500             Grand-Kept-Count * 100 / Grand-Due-Count
026600     END-IF
026700     MOVE Keep-Rate TO Edited-Rate
026800     DISPLAY "Keep rate           - " Edited-Rate "%"
026900     MOVE Grand-Due-Total TO Edited-Total
027000     DISPLAY "Dollars due         - " Edited-Total
027100     MOVE Grand-Collected-Total TO Edited-Total
027200     DISPLAY "Dollars collected   - " Edited-Total.
027300 9000-TERMINATE-EXIT.
027400     EXIT.
