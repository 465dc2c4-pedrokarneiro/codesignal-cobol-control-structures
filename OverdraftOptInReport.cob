000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OverdraftOptInReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    OVERDRAFTOPTINREPORT                                       *
001100*                                                               *
001200*    QUARTERLY REGULATION E OVERDRAFT OPT-IN REPORT, RUN AT     *
001300*    QUARTER-END. FOR EVERY BRANCH: THE OPEN ACCOUNTS, HOW      *
001400*    MANY ARE OPTED IN (ODOPTIN) FOR CARD AND ATM OVERDRAFT     *
001500*    COVERAGE AND THE OPT-IN RATE, AND THE OVERDRAFT FEES       *
001600*    PASSED UP THIS QUARTER BECAUSE A CARD OR ATM ITEM          *
001700*    OVERDREW AN ACCOUNT THAT WAS NOT OPTED IN - THE WAIVLDGR   *
001800*    ROWS OVERDRAFTFEEASSESSMENT WRITES UNDER REASON REGE.      *
001900*                                                               *
002000*    MODIFICATION HISTORY                                      *
002100*    ------------------------------------------------------    *
002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-10-08  RLB  ORIGINAL.                                *
002500*                                                               *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS MF-ACCOUNT-NUMBER
003500         FILE STATUS IS Acctmstr-File-Status.
003600
003700     SELECT ODOPTIN ASSIGN TO "ODOPTIN"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OI-ACCOUNT-NUMBER
004100         FILE STATUS IS Odoptin-File-Status.
004200
004300     SELECT WAIVLDGR ASSIGN TO "WAIVLDGR"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS Waivldgr-File-Status.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCTMSTR.
005000     COPY ACCTMSTR.
005100
005200 FD  ODOPTIN.
005300     COPY ODOPTIN.
005400
005500 FD  WAIVLDGR.
005600     COPY WAIVLDGR.
005700
005800 WORKING-STORAGE SECTION.
005900 01  Acctmstr-File-Status            PIC XX.
006000     88  Acctmstr-OK                 VALUE "00".
006100     88  Acctmstr-EOF                VALUE "10".
006200 01  Odoptin-File-Status             PIC XX.
006300     88  Odoptin-OK                  VALUE "00".
006400 01  Waivldgr-File-Status            PIC XX.
006500     88  Waivldgr-OK                 VALUE "00".
006600     88  Waivldgr-EOF                VALUE "10".
006700
006800 01  Run-Date                        PIC 9(08).
006900 01  Run-Date-Parts REDEFINES Run-Date.
007000     05  Run-Year                    PIC 9(04).
007100     05  Run-Month                   PIC 9(02).
007200     05  Run-Day                     PIC 9(02).
007300 01  Quarter-Number                  PIC 9(01).
007400 01  Quarter-First-Month             PIC 9(06).
007500 01  Quarter-Last-Month              PIC 9(06).
007600 01  Quarter-Month-Work              PIC 9(02).
007700 01  Roll-Branch-Code                PIC X(04).
007800
007900*    ONE ROW PER BRANCH; ACCOUNTS AND OPT-INS FROM THE MASTER
008000*    PASS, FEES PASSED UP FROM THE LEDGER PASS.
008100 01  Branch-Roll-Table.
008200     05  Branch-Roll-Count           PIC 9(03) COMP.
008300     05  Branch-Roll-Entry OCCURS 100 TIMES.
008400         10  BR-KEY-VALUE            PIC X(04).
008500         10  BR-ACCOUNT-COUNT        PIC 9(07).
008600         10  BR-OPTED-IN-COUNT       PIC 9(07).
008700         10  BR-PASSED-COUNT         PIC 9(07).
008800         10  BR-PASSED-TOTAL         PIC S9(11)V99.
008900 01  Roll-Sub                        PIC 9(03) COMP.
009000 01  Roll-Found-Sub                  PIC 9(03) COMP.
009100 01  Opt-In-Rate                     PIC 9(03)V9.
009200 01  Edited-Rate                     PIC ZZ9.9.
009300 01  Edited-Total                    PIC -(9)9.99.
009400
009500 01  Report-Counters.
009600     05  Accounts-Read               PIC 9(7) COMP.
009700     05  Accounts-Open               PIC 9(7) COMP.
009800     05  Accounts-Opted-In           PIC 9(7) COMP.
009900     05  Rows-Read                   PIC 9(7) COMP.
010000     05  Fees-Passed-Up              PIC 9(7) COMP.
010100     05  Passed-Up-Grand-Total       PIC S9(11)V99.
010200
010300 PROCEDURE DIVISION.
010400
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010700     PERFORM 2000-COUNT-ACCOUNT THRU 2000-COUNT-ACCOUNT-EXIT
010800         UNTIL Acctmstr-EOF
010900     PERFORM 3000-ROLL-PASSED-FEE THRU 3000-ROLL-PASSED-FEE-EXIT
011000         UNTIL Waivldgr-EOF
011100     PERFORM 4000-PRINT-BRANCHES THRU 4000-PRINT-BRANCHES-EXIT
011200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011300     STOP RUN.
011400
011500 1000-INITIALIZE.
011600     OPEN INPUT ACCTMSTR
011700     OPEN INPUT ODOPTIN
011800     OPEN INPUT WAIVLDGR
011900     MOVE 0 TO Accounts-Read
012000     MOVE 0 TO Accounts-Open
012100     MOVE 0 TO Accounts-Opted-In
012200     MOVE 0 TO Rows-Read
012300     MOVE 0 TO Fees-Passed-Up
012400     MOVE 0 TO Passed-Up-Grand-Total
012500     MOVE 0 TO Branch-Roll-Count
012600     ACCEPT Run-Date FROM DATE YYYYMMDD
012700*> The quarter the run date falls in - the job runs on its
012800*> last day.
012900     COMPUTE Quarter-Number = (Run-Month - 1) / 3 + 1
013000     COMPUTE Quarter-Month-Work = (Quarter-Number - 1) * 3 + 1
013100     COMPUTE Quarter-First-Month =
013200         Run-Year * 100 + Quarter-Month-Work
013300     COMPUTE Quarter-Last-Month = Quarter-First-Month + 2
013400     DISPLAY "OVERDRAFT OPT-IN REPORT - " Run-Year
013500         " QUARTER " Quarter-Number
013600     DISPLAY "=========================================="
013700     READ ACCTMSTR
013800         AT END
013900             SET Acctmstr-EOF TO TRUE
014000     END-READ
014100     READ WAIVLDGR
014200         AT END
014300             SET Waivldgr-EOF TO TRUE
014400     END-READ.
014500 1000-INITIALIZE-EXIT.
014600     EXIT.
014700
014800 2000-COUNT-ACCOUNT.
014900     ADD 1 TO Accounts-Read
015000     IF MF-Account-Is-Closed
015100         GO TO 2000-READ-NEXT
015200     END-IF
015300     ADD 1 TO Accounts-Open
015400     MOVE MF-BRANCH-CODE TO Roll-Branch-Code
015500     PERFORM 2100-FIND-BRANCH THRU 2100-FIND-BRANCH-EXIT
015600     IF Roll-Found-Sub = 0
015700         GO TO 2000-READ-NEXT
015800     END-IF
015900     ADD 1 TO BR-ACCOUNT-COUNT (Roll-Found-Sub)
016000     MOVE MF-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
016100     READ ODOPTIN
016200         INVALID KEY
016300             GO TO 2000-READ-NEXT
016400     END-READ
016500     IF OI-OPTED-IN
016600         ADD 1 TO Accounts-Opted-In
016700         ADD 1 TO BR-OPTED-IN-COUNT (Roll-Found-Sub)
016800     END-IF.
016900
017000 2000-READ-NEXT.
017100     READ ACCTMSTR
017200         AT END
017300             SET Acctmstr-EOF TO TRUE
017400     END-READ.
017500 2000-COUNT-ACCOUNT-EXIT.
017600     EXIT.
017700
017800 2100-FIND-BRANCH.
017900     MOVE ZERO TO Roll-Found-Sub
018000     PERFORM 2110-SCAN-BRANCH THRU 2110-SCAN-BRANCH-EXIT
018100         VARYING Roll-Sub FROM 1 BY 1
018200         UNTIL Roll-Sub > Branch-Roll-Count
018300             OR Roll-Found-Sub > 0
018400     IF Roll-Found-Sub = 0
018500         IF Branch-Roll-Count < 100
018600             ADD 1 TO Branch-Roll-Count
018700             MOVE Branch-Roll-Count TO Roll-Found-Sub
018800             MOVE Roll-Branch-Code
018900                 TO BR-KEY-VALUE (Roll-Found-Sub)
019000             MOVE ZERO TO BR-ACCOUNT-COUNT (Roll-Found-Sub)
019100             MOVE ZERO TO BR-OPTED-IN-COUNT (Roll-Found-Sub)
019200             MOVE ZERO TO BR-PASSED-COUNT (Roll-Found-Sub)
019300             MOVE ZERO TO BR-PASSED-TOTAL (Roll-Found-Sub)
019400         END-IF
019500     END-IF.
019600 2100-FIND-BRANCH-EXIT.
019700     EXIT.
019800
019900 2110-SCAN-BRANCH.
020000     IF BR-KEY-VALUE (Roll-Sub) = Roll-Branch-Code
020100         MOVE Roll-Sub TO Roll-Found-Sub
020200     END-IF.
020300 2110-SCAN-BRANCH-EXIT.
020400     EXIT.
020500
020600 3000-ROLL-PASSED-FEE.
020700     ADD 1 TO Rows-Read
020800     IF WX-REASON-CODE NOT = "REGE"
020900         GO TO 3000-READ-NEXT
021000     END-IF
021100     IF WX-WAIVE-DATE (1:6) < Quarter-First-Month
021200         OR WX-WAIVE-DATE (1:6) > Quarter-Last-Month
021300         GO TO 3000-READ-NEXT
021400     END-IF
021500     ADD 1 TO Fees-Passed-Up
021600     ADD WX-WAIVED-AMOUNT TO Passed-Up-Grand-Total
021700     MOVE WX-BRANCH-CODE TO Roll-Branch-Code
021800     PERFORM 2100-FIND-BRANCH THRU 2100-FIND-BRANCH-EXIT
021900     IF Roll-Found-Sub = 0
022000         GO TO 3000-READ-NEXT
022100     END-IF
022200     ADD 1 TO BR-PASSED-COUNT (Roll-Found-Sub)
022300     ADD WX-WAIVED-AMOUNT TO BR-PASSED-TOTAL (Roll-Found-Sub).
022400
022500 3000-READ-NEXT.
022600     READ WAIVLDGR
022700         AT END
022800             SET Waivldgr-EOF TO TRUE
022900     END-READ.
023000 3000-ROLL-PASSED-FEE-EXIT.
023100     EXIT.
023200
023300 4000-PRINT-BRANCHES.
023400     DISPLAY " "
023500     DISPLAY "OPT-IN RATE AND FEES PASSED UP BY BRANCH"
023600     PERFORM 4100-PRINT-BRANCH THRU 4100-PRINT-BRANCH-EXIT
023700         VARYING Roll-Sub FROM 1 BY 1
023800         UNTIL Roll-Sub > Branch-Roll-Count.
023900 4000-PRINT-BRANCHES-EXIT.
024000     EXIT.
024100
024200 4100-PRINT-BRANCH.
024300     MOVE ZERO TO Opt-In-Rate
024400     IF BR-ACCOUNT-COUNT (Roll-Sub) > 0
024500         COMPUTE Opt-In-Rate ROUNDED =
024600             BR-OPTED-IN-COUNT (Roll-Sub) * 100
024700             / BR-ACCOUNT-COUNT (Roll-Sub)
024800     END-IF
024900     MOVE Opt-In-Rate TO Edited-Rate
025000     MOVE BR-PASSED-TOTAL (Roll-Sub) TO Edited-Total
025100     DISPLAY "  BRANCH " BR-KEY-VALUE (Roll-Sub)
025200         "  ACCOUNTS " BR-ACCOUNT-COUNT (Roll-Sub)
025300         "  OPTED IN " BR-OPTED-IN-COUNT (Roll-Sub)
025400         "  RATE " Edited-Rate "%"
025500     DISPLAY "               FEES PASSED UP "
025600         BR-PASSED-COUNT (Roll-Sub)
025700         "  AMOUNT " Edited-Total.
025800 4100-PRINT-BRANCH-EXIT.
025900     EXIT.
026000
026100 9000-TERMINATE.
026200     CLOSE ACCTMSTR
026300     CLOSE ODOPTIN
026400     CLOSE WAIVLDGR
026500     MOVE ZERO TO Opt-In-Rate
026600     IF Accounts-Open > 0
026700         COMPUTE Opt-In-Rate ROUNDED =
026800             Accounts-Opted-In * 100 / Accounts-Open
026900     END-IF
027000     MOVE Opt-In-Rate TO Edited-Rate
027100     MOVE Passed-Up-Grand-Total TO Edited-Total
027200     DISPLAY " "
027300     DISPLAY "OPT-IN SUMMARY"
027400     DISPLAY "Accounts read      - " Accounts-Read
027500     DISPLAY "Open accounts      - " Accounts-Open
027600     DISPLAY "Opted in           - " Accounts-Opted-In
027700     DISPLAY "Opt-in rate        - " Edited-Rate "%"
027800     DISPLAY "Fees passed up     - " Fees-Passed-Up
027900     DISPLAY "Amount passed up   - " Edited-Total.
028000 9000-TERMINATE-EXIT.
028100     EXIT.
