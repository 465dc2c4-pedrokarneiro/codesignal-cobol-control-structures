000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CallReportDepositSchedule.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CALLREPORTDEPOSITSCHEDULE                                  *
001100*                                                               *
001200*    QUARTER-END CALL REPORT DEPOSIT SCHEDULE. CHAINED NIGHTLY  *
001300*    BEHIND THE MONTH-END SNAPSHOT; ONLY THE LAST NIGHT OF A    *
001400*    CALENDAR QUARTER DOES ANY WORK. EVERY BALANCE IN THAT      *
001500*    NIGHT'S STATARCH SNAPSHOT IS CLASSED INTO THE REGULATORY   *
001600*    CATEGORIES:                                                *
001700*      - TRANSACTION VS NONTRANSACTION, FROM THE RSRVCAT        *
001800*        PRODUCT MAP THE RESERVE RUN ALREADY KEEPS;             *
001900*      - TIME DEPOSITS (A TERMDEP ROW ON FILE) BY SIZE AGAINST  *
002000*        THE INSURED LIMIT AND BY REMAINING MATURITY;           *
002100*      - IRA/KEOGH (THE MASTER'S RETIREMENT FLAG), BROKERED     *
002200*        AND PUBLIC FUNDS (THE CUSTMSTR DEPOSITOR CLASS) AS     *
002300*        MEMORANDA;                                             *
002400*      - OVERDRAWN BALANCES RECLASSIFIED OUT OF DEPOSITS AS     *
002500*        LOANS, WITH THE DRAWN ODLINE CREDIT LINES BESIDE THEM. *
002600*    PRINTS THE SCHEDULE, WRITES ONE CALLDEP LINE ITEM PER      *
002700*    ACCOUNT FOR FINANCE TO TIE OUT, AND PROVES THE SNAPSHOT    *
002800*    TOTAL AGAINST THE CONTROL TOTAL ENDOFDAYRECONCILIATION     *
002900*    LOGGED TO CTLHIST FOR THE SAME DATE - NO TIE (OR NO        *
003000*    SNAPSHOT, OR NO CONTROL TOTAL) SETS RC=16 SO THE SCHEDULE  *
003100*    IS NOT FILED ON A BROKEN TOTAL.                            *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    ------------------------------------------------------    *
003500*    DATE       INIT  DESCRIPTION                              *
003600*    ---------  ----  -----------------------------------      *
003700*    2026-10-13  RLB  ORIGINAL.                                *
003800*                                                               *
003900*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT STATARCH ASSIGN TO "STATARCH"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Statarch-File-Status.
004700
004800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS MF-ACCOUNT-NUMBER
005200         FILE STATUS IS Acctmstr-File-Status.
005300
005400     SELECT TERMDEP ASSIGN TO "TERMDEP"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS TD-ACCOUNT-NUMBER
005800         FILE STATUS IS Termdep-File-Status.
005900
006000     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CM-CUSTOMER-NUMBER
006400         FILE STATUS IS Custmstr-File-Status.
006500
006600     SELECT RSRVCAT ASSIGN TO "RSRVCAT"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS VC-PRODUCT-CODE
007000         FILE STATUS IS Rsrvcat-File-Status.
007100
007200     SELECT ODLINE ASSIGN TO "ODLINE"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS OD-ACCOUNT-NUMBER
007600         FILE STATUS IS Odline-File-Status.
007700
007800     SELECT CTLHIST ASSIGN TO "CTLHIST"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS Ctlhist-File-Status.
008100
008200     SELECT CALLDEP ASSIGN TO "CALLDEP"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS Calldep-File-Status.
008500
008600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS Runctlin-File-Status.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  STATARCH.
009300     COPY STATARCH.
009400
009500 FD  ACCTMSTR.
009600     COPY ACCTMSTR.
009700
009800 FD  TERMDEP.
009900     COPY TERMDEP.
010000
010100 FD  CUSTMSTR.
010200     COPY CUSTMSTR.
010300
010400 FD  RSRVCAT.
010500     COPY RSRVCAT.
010600
010700 FD  ODLINE.
010800     COPY ODLINE.
010900
011000 FD  CTLHIST.
011100     COPY CTLTOT REPLACING
011200         ==CT-CONTROL-TOTAL-RECORD==
011300             BY ==CTH-CONTROL-TOTAL-RECORD==
011400         ==CT-CONTROL-DATE== BY ==CTH-CONTROL-DATE==
011500         ==CT-CONTROL-TOTAL== BY ==CTH-CONTROL-TOTAL==.
011600
011700 FD  CALLDEP.
011800     COPY CALLDEP.
011900
012000 FD  RUNCTLIN.
012100     COPY RUNCTL REPLACING
012200         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
012300         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
012400         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
012500         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
012600
012700 WORKING-STORAGE SECTION.
012800 01  Statarch-File-Status            PIC XX.
012900     88  Statarch-OK                 VALUE "00".
013000     88  Statarch-EOF                VALUE "10".
013100 01  Acctmstr-File-Status            PIC XX.
013200     88  Acctmstr-OK                 VALUE "00".
013300     88  Acctmstr-Not-On-File        VALUE "23".
013400 01  Termdep-File-Status             PIC XX.
013500     88  Termdep-OK                  VALUE "00".
013600     88  Termdep-Not-On-File         VALUE "23".
013700 01  Custmstr-File-Status            PIC XX.
013800     88  Custmstr-OK                 VALUE "00".
013900     88  Custmstr-Not-On-File        VALUE "23".
014000 01  Rsrvcat-File-Status             PIC XX.
014100     88  Rsrvcat-OK                  VALUE "00".
014200     88  Rsrvcat-Not-On-File         VALUE "23".
014300 01  Odline-File-Status              PIC XX.
014400     88  Odline-OK                   VALUE "00".
014500     88  Odline-EOF                  VALUE "10".
014600 01  Ctlhist-File-Status             PIC XX.
014700     88  Ctlhist-OK                  VALUE "00".
014800     88  Ctlhist-EOF                 VALUE "10".
014900 01  Calldep-File-Status             PIC XX.
015000     88  Calldep-OK                  VALUE "00".
015100 01  Runctlin-File-Status            PIC XX.
015200     88  Runctlin-OK                 VALUE "00".
015300     88  Runctlin-Not-Found          VALUE "35".
015400
015500*    THE INSURED LIMIT THE TIME DEPOSIT SIZE SPLIT IS DRAWN AT -
015600*    AT OR UNDER IS ONE SCHEDULE LINE, OVER IS THE OTHER.
015700 77  Insured-Limit                   PIC 9(07)V99 VALUE 250000.00.
015800*    REMAINING-MATURITY BREAKS, IN DAYS FROM THE QUARTER-END:
015900*    THREE MONTHS, ONE YEAR, THREE YEARS.
016000 77  Three-Month-Days                PIC 9(04) VALUE 92.
016100 77  One-Year-Days                   PIC 9(04) VALUE 365.
016200 77  Three-Year-Days                 PIC 9(04) VALUE 1096.
016300
016400 01  Quarter-End-Date                PIC 9(08).
016500 01  Quarter-End-Parts REDEFINES Quarter-End-Date.
016600     05  Quarter-End-Year            PIC 9(04).
016700     05  Quarter-End-Month           PIC 9(02).
016800         88  Quarter-End-Month-Ok    VALUE 3 6 9 12.
016900     05  Quarter-End-Day             PIC 9(02).
017000 01  Quarter-End-Integer             PIC 9(07).
017100 01  Tomorrow-Integer-Date           PIC 9(07).
017200 01  Tomorrow-Date                   PIC 9(08).
017300 01  Days-To-Maturity                PIC S9(07).
017400 01  Quarter-End-Switch              PIC X(01).
017500     88  Is-Quarter-End              VALUE "Y".
017600     88  Not-Quarter-End             VALUE "N".
017700 01  Control-Found-Switch            PIC X(01).
017800     88  Control-Was-Found           VALUE "Y".
017900     88  Control-Was-Not-Found       VALUE "N".
018000 01  Quarter-Control-Total           PIC S9(9)V99.
018100 01  Size-Sub                        PIC 9(01) COMP.
018200 01  Bucket-Sub                      PIC 9(01) COMP.
018300 01  Column-Sub                      PIC 9(01) COMP.
018400 01  Edited-Amount                   PIC -(9)9.99.
018500 01  Edited-Amount-2                 PIC -(9)9.99.
018600
018700*    THE SCHEDULE. COLUMN 1 IS TRANSACTION, COLUMN 2
018800*    NONTRANSACTION, WHEREVER A LINE SPLITS BY BOTH.
018900 01  Schedule-Totals.
019000     05  Transaction-Count           PIC 9(7) COMP.
019100     05  Transaction-Total           PIC S9(11)V99.
019200     05  Savings-Count               PIC 9(7) COMP.
019300     05  Savings-Total               PIC S9(11)V99.
019400     05  Time-Size-Entry OCCURS 2 TIMES.
019500         10  TS-COUNT                PIC 9(7) COMP.
019600         10  TS-TOTAL                PIC S9(11)V99.
019700         10  TS-BUCKET-TOTAL OCCURS 4 TIMES
019800                                     PIC S9(11)V99.
019900     05  Memo-Column OCCURS 2 TIMES.
020000         10  MC-RETIREMENT-TOTAL     PIC S9(11)V99.
020100         10  MC-BROKERED-TOTAL       PIC S9(11)V99.
020200         10  MC-PUBLIC-FUNDS-TOTAL   PIC S9(11)V99.
020300     05  Overdraft-Count             PIC 9(7) COMP.
020400     05  Overdraft-Loan-Total        PIC S9(11)V99.
020500     05  Credit-Line-Count           PIC 9(7) COMP.
020600     05  Credit-Line-Total           PIC S9(11)V99.
020700     05  Deposit-Grand-Total         PIC S9(11)V99.
020800     05  Snapshot-Net-Total          PIC S9(11)V99.
020900
021000 01  Run-Counters.
021100     05  Snapshot-Rows-Read          PIC 9(7) COMP.
021200     05  Snapshot-Rows-Used          PIC 9(7) COMP.
021300     05  Zero-Balance-Rows           PIC 9(7) COMP.
021400     05  Unmapped-Products           PIC 9(7) COMP.
021500     05  Line-Items-Written          PIC 9(7) COMP.
021600
021700 PROCEDURE DIVISION.
021800
021900 0000-MAINLINE.
022000     CALL "BatchStepTimer" USING "STEP060A", "S"
022100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022200     IF Is-Quarter-End
022300         PERFORM 2000-CLASS-BALANCE THRU 2000-CLASS-BALANCE-EXIT
022400             UNTIL Statarch-EOF
022500         PERFORM 3000-CREDIT-LINE THRU 3000-CREDIT-LINE-EXIT
022600             UNTIL Odline-EOF
022700         PERFORM 4000-PRINT-SCHEDULE
022800             THRU 4000-PRINT-SCHEDULE-EXIT
022900         PERFORM 5000-PROVE-CONTROL-TOTAL
023000             THRU 5000-PROVE-CONTROL-TOTAL-EXIT
023100         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
023200     ELSE
023300         MOVE 4 TO RETURN-CODE
023400     END-IF
023500     CALL "BatchStepTimer" USING "STEP060A", "E"
023600     STOP RUN.
023700
023800*****************************************************************
023900*    ONLY THE LAST NIGHT OF MARCH, JUNE, SEPTEMBER AND DECEMBER *
024000*    RUNS - THE NIGHT MONTHENDSTATUSSNAPSHOTARCHIVE HAS JUST    *
024100*    WRITTEN THE QUARTER-END SNAPSHOT.                          *
024200*****************************************************************
024300 1000-INITIALIZE.
024400     MOVE ZERO TO Schedule-Totals
024500     MOVE ZERO TO Run-Counters
024600     SET Not-Quarter-End TO TRUE
024700*> The quarter-end is the shop business date from the run
024800*> control record, not the wall clock.
024900     OPEN INPUT RUNCTLIN
025000     IF Runctlin-OK
025100         READ RUNCTLIN
025200             AT END
025300                 SET Runctlin-Not-Found TO TRUE
025400         END-READ
025500     END-IF
025600     IF Runctlin-OK
025700         MOVE RI-BUSINESS-DATE TO Quarter-End-Date
025800         CLOSE RUNCTLIN
025900     ELSE
026000         ACCEPT Quarter-End-Date FROM DATE YYYYMMDD
026100     END-IF
026200     COMPUTE Quarter-End-Integer =
026300         FUNCTION INTEGER-OF-DATE(Quarter-End-Date)
026400     COMPUTE Tomorrow-Integer-Date = Quarter-End-Integer + 1
026500     MOVE FUNCTION DATE-OF-INTEGER(Tomorrow-Integer-Date)
026600         TO Tomorrow-Date
026700     IF Tomorrow-Date(5:2) = Quarter-End-Date(5:2)
026800         OR NOT Quarter-End-Month-Ok
026900         DISPLAY "CALL REPORT DEPOSIT SCHEDULE - "
027000             Quarter-End-Date " is not quarter-end - skipping."
027100         GO TO 1000-INITIALIZE-EXIT
027200     END-IF
027300     SET Is-Quarter-End TO TRUE
027400     OPEN INPUT STATARCH
027500     OPEN INPUT ACCTMSTR
027600     OPEN INPUT TERMDEP
027700     OPEN INPUT CUSTMSTR
027800     OPEN INPUT RSRVCAT
027900     OPEN INPUT ODLINE
028000     OPEN EXTEND CALLDEP
028100     DISPLAY "CALL REPORT DEPOSIT SCHEDULE - QUARTER ENDED "
028200         Quarter-End-Date
028300     DISPLAY "=============================================="
028400     READ STATARCH
028500         AT END
028600             SET Statarch-EOF TO TRUE
028700     END-READ
028800     READ ODLINE
028900         AT END
029000             SET Odline-EOF TO TRUE
029100     END-READ.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*    ONE SNAPSHOT ROW. THE BALANCE IS THE SNAPSHOT'S, NOT THE   *
029700*    MASTER'S - THE MASTER IS ONLY READ FOR THE RETIREMENT FLAG *
029800*    (AND THE PRODUCT, ON A ROW OLDER THAN SS-PRODUCT-CODE).    *
029900*****************************************************************
030000 2000-CLASS-BALANCE.
030100     ADD 1 TO Snapshot-Rows-Read
030200     IF SS-SNAPSHOT-DATE NOT = Quarter-End-Date
030300         GO TO 2000-READ-NEXT
030400     END-IF
030500     ADD 1 TO Snapshot-Rows-Used
030600     ADD SS-ACCOUNT-BALANCE TO Snapshot-Net-Total
030700     IF SS-ACCOUNT-BALANCE = ZERO
030800         ADD 1 TO Zero-Balance-Rows
030900         GO TO 2000-READ-NEXT
031000     END-IF
031100
031200     MOVE SPACES TO QC-CALL-DEPOSIT-RECORD
031300     MOVE Quarter-End-Date TO QC-QUARTER-END-DATE
031400     SET QC-ACCOUNT-ROW TO TRUE
031500     MOVE SS-ACCOUNT-NUMBER TO QC-ACCOUNT-NUMBER
031600     MOVE SS-BRANCH-CODE TO QC-BRANCH-CODE
031700     MOVE SS-PRODUCT-CODE TO QC-PRODUCT-CODE
031800     MOVE ZERO TO QC-DEPOSIT-AMOUNT
031900                  QC-LOAN-AMOUNT
032000     MOVE "N" TO QC-RETIREMENT-FLAG
032100                 QC-BROKERED-FLAG
032200                 QC-PUBLIC-FUNDS-FLAG
032300     MOVE SS-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
032400     READ ACCTMSTR
032500         INVALID KEY
032600             MOVE SPACE TO MF-RETIREMENT-FLAG
032700             MOVE SPACES TO MF-PRODUCT-CODE
032800     END-READ
032900     IF QC-PRODUCT-CODE = SPACES
033000         MOVE MF-PRODUCT-CODE TO QC-PRODUCT-CODE
033100     END-IF
033200     IF MF-Retirement-Account
033300         MOVE "Y" TO QC-RETIREMENT-FLAG
033400     END-IF
033500     MOVE SS-ACCOUNT-NUMBER TO CM-CUSTOMER-NUMBER
033600     READ CUSTMSTR
033700         INVALID KEY
033800             MOVE SPACE TO CM-DEPOSITOR-CLASS
033900     END-READ
034000     IF CM-Brokered-Deposit
034100         MOVE "Y" TO QC-BROKERED-FLAG
034200     END-IF
034300     IF CM-Public-Funds
034400         MOVE "Y" TO QC-PUBLIC-FUNDS-FLAG
034500     END-IF
034600     PERFORM 2100-FIND-DEPOSIT-TYPE
034700         THRU 2100-FIND-DEPOSIT-TYPE-EXIT
034800
034900*> An overdrawn balance is not a deposit - it comes out of the
035000*> deposit lines and is reported with the loans.
035100     IF SS-ACCOUNT-BALANCE < ZERO
035200         COMPUTE QC-LOAN-AMOUNT = ZERO - SS-ACCOUNT-BALANCE
035300         ADD 1 TO Overdraft-Count
035400         ADD QC-LOAN-AMOUNT TO Overdraft-Loan-Total
035500         GO TO 2000-WRITE-ITEM
035600     END-IF
035700     MOVE SS-ACCOUNT-BALANCE TO QC-DEPOSIT-AMOUNT
035800     ADD QC-DEPOSIT-AMOUNT TO Deposit-Grand-Total
035900     PERFORM 2200-TALLY-DEPOSIT THRU 2200-TALLY-DEPOSIT-EXIT.
036000
036100 2000-WRITE-ITEM.
036200     WRITE QC-CALL-DEPOSIT-RECORD
036300     ADD 1 TO Line-Items-Written.
036400
036500 2000-READ-NEXT.
036600     READ STATARCH
036700         AT END
036800             SET Statarch-EOF TO TRUE
036900     END-READ.
037000 2000-CLASS-BALANCE-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400*    A CERTIFICATE (TERMDEP ON FILE) IS A TIME DEPOSIT, SIZED   *
037500*    AND AGED TO ITS MATURITY. ANYTHING ELSE IS TRANSACTION OR  *
037600*    SAVINGS BY THE RSRVCAT MAP; A PRODUCT WITH NO ROW IS       *
037700*    COUNTED AS SAVINGS AND CALLED OUT SO THE MAP GETS FIXED.   *
037800*****************************************************************
037900 2100-FIND-DEPOSIT-TYPE.
038000     MOVE SS-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
038100     READ TERMDEP
038200         INVALID KEY
038300             GO TO 2100-MAP-PRODUCT
038400     END-READ
038500     SET QC-TIME-DEPOSIT TO TRUE
038600     IF SS-ACCOUNT-BALANCE > Insured-Limit
038700         MOVE "L" TO QC-SIZE-CLASS
038800     ELSE
038900         MOVE "S" TO QC-SIZE-CLASS
039000     END-IF
039100*> A certificate already past maturity and not yet rolled or
039200*> released is payable now - the shortest bucket.
039300     MOVE ZERO TO Days-To-Maturity
039400     IF TD-MATURITY-DATE NUMERIC
039500         AND TD-MATURITY-DATE > Quarter-End-Date
039600         COMPUTE Days-To-Maturity =
039700             FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
039800                 - Quarter-End-Integer
039900     END-IF
040000     EVALUATE TRUE
040100         WHEN Days-To-Maturity NOT > Three-Month-Days
040200             MOVE "1" TO QC-MATURITY-BUCKET
040300         WHEN Days-To-Maturity NOT > One-Year-Days
040400             MOVE "2" TO QC-MATURITY-BUCKET
040500         WHEN Days-To-Maturity NOT > Three-Year-Days
040600             MOVE "3" TO QC-MATURITY-BUCKET
040700         WHEN OTHER
040800             MOVE "4" TO QC-MATURITY-BUCKET
040900     END-EVALUATE
041000     GO TO 2100-FIND-DEPOSIT-TYPE-EXIT.
041100
041200 2100-MAP-PRODUCT.
041300     MOVE QC-PRODUCT-CODE TO VC-PRODUCT-CODE
041400     READ RSRVCAT
041500         INVALID KEY
041600             ADD 1 TO Unmapped-Products
041700             DISPLAY "  " QC-PRODUCT-CODE
041800                 " NOT ON THE CATEGORY MAP - COUNTED AS SAVINGS"
041900                 " (" SS-ACCOUNT-NUMBER ")"
042000             SET QC-SAVINGS-ACCOUNT TO TRUE
042100             GO TO 2100-FIND-DEPOSIT-TYPE-EXIT
042200     END-READ
042300     IF VC-CAT-TRANSACTION
042400         SET QC-TRANSACTION-ACCOUNT TO TRUE
042500     ELSE
042600         SET QC-SAVINGS-ACCOUNT TO TRUE
042700     END-IF.
042800 2100-FIND-DEPOSIT-TYPE-EXIT.
042900     EXIT.
043000
043100 2200-TALLY-DEPOSIT.
043200     IF QC-TRANSACTION-ACCOUNT
043300         MOVE 1 TO Column-Sub
043400         ADD 1 TO Transaction-Count
043500         ADD QC-DEPOSIT-AMOUNT TO Transaction-Total
043600     ELSE
043700         MOVE 2 TO Column-Sub
043800     END-IF
043900     IF QC-SAVINGS-ACCOUNT
044000         ADD 1 TO Savings-Count
044100         ADD QC-DEPOSIT-AMOUNT TO Savings-Total
044200     END-IF
044300     IF QC-TIME-DEPOSIT
044400         IF QC-SIZE-CLASS = "L"
044500             MOVE 2 TO Size-Sub
044600         ELSE
044700             MOVE 1 TO Size-Sub
044800         END-IF
044900         MOVE QC-MATURITY-BUCKET TO Bucket-Sub
045000         ADD 1 TO TS-COUNT (Size-Sub)
045100         ADD QC-DEPOSIT-AMOUNT TO TS-TOTAL (Size-Sub)
045200         ADD QC-DEPOSIT-AMOUNT
045300             TO TS-BUCKET-TOTAL (Size-Sub, Bucket-Sub)
045400     END-IF
045500     IF QC-RETIREMENT-FLAG = "Y"
045600         ADD QC-DEPOSIT-AMOUNT
045700             TO MC-RETIREMENT-TOTAL (Column-Sub)
045800     END-IF
045900     IF QC-BROKERED-FLAG = "Y"
046000         ADD QC-DEPOSIT-AMOUNT TO MC-BROKERED-TOTAL (Column-Sub)
046100     END-IF
046200     IF QC-PUBLIC-FUNDS-FLAG = "Y"
046300         ADD QC-DEPOSIT-AMOUNT
046400             TO MC-PUBLIC-FUNDS-TOTAL (Column-Sub)
046500     END-IF.
046600 2200-TALLY-DEPOSIT-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*    A DRAWN OVERDRAFT CREDIT LINE IS ALREADY A LOAN AND NEVER  *
047100*    TOUCHED THE DEPOSIT BALANCE, SO IT STANDS BESIDE THE       *
047200*    RECLASSIFIED OVERDRAFTS BUT OUTSIDE THE CONTROL-TOTAL TIE. *
047300*    ODLINE HAS NO HISTORY; THE STEP RUNS THE SAME NIGHT AS THE *
047400*    SNAPSHOT, SO THE DRAWN BALANCE IS THE QUARTER-END'S.       *
047500*****************************************************************
047600 3000-CREDIT-LINE.
047700     IF OD-DRAWN-BALANCE NOT > ZERO
047800         GO TO 3000-READ-NEXT
047900     END-IF
048000     MOVE SPACES TO QC-CALL-DEPOSIT-RECORD
048100     MOVE Quarter-End-Date TO QC-QUARTER-END-DATE
048200     SET QC-CREDIT-LINE-ROW TO TRUE
048300     MOVE OD-ACCOUNT-NUMBER TO QC-ACCOUNT-NUMBER
048400     MOVE ZERO TO QC-DEPOSIT-AMOUNT
048500     MOVE OD-DRAWN-BALANCE TO QC-LOAN-AMOUNT
048600     WRITE QC-CALL-DEPOSIT-RECORD
048700     ADD 1 TO Line-Items-Written
048800     ADD 1 TO Credit-Line-Count
048900     ADD OD-DRAWN-BALANCE TO Credit-Line-Total.
049000
049100 3000-READ-NEXT.
049200     READ ODLINE
049300         AT END
049400             SET Odline-EOF TO TRUE
049500     END-READ.
049600 3000-CREDIT-LINE-EXIT.
049700     EXIT.
049800
049900 4000-PRINT-SCHEDULE.
050000     DISPLAY " "
050100     DISPLAY "DEPOSITS BY TYPE"
050200     MOVE Transaction-Total TO Edited-Amount
050300     DISPLAY "  Transaction accounts      " Edited-Amount
050400         "  (" Transaction-Count ")"
050500     MOVE Savings-Total TO Edited-Amount
050600     DISPLAY "  Nontransaction savings    " Edited-Amount
050700         "  (" Savings-Count ")"
050800     MOVE TS-TOTAL (1) TO Edited-Amount
050900     DISPLAY "  Time, at/under the limit  " Edited-Amount
051000         "  (" TS-COUNT (1) ")"
051100     MOVE TS-TOTAL (2) TO Edited-Amount
051200     DISPLAY "  Time, over the limit      " Edited-Amount
051300         "  (" TS-COUNT (2) ")"
051400     MOVE Deposit-Grand-Total TO Edited-Amount
051500     DISPLAY "  TOTAL DEPOSITS            " Edited-Amount
051600
051700     DISPLAY " "
051800     DISPLAY "TIME DEPOSITS BY REMAINING MATURITY"
051900     DISPLAY "                             AT/UNDER LIMIT"
052000         "     OVER LIMIT"
052100     PERFORM 4100-PRINT-MATURITY-LINE
052200         THRU 4100-PRINT-MATURITY-LINE-EXIT
052300         VARYING Bucket-Sub FROM 1 BY 1
052400         UNTIL Bucket-Sub > 4
052500
052600     DISPLAY " "
052700     DISPLAY "MEMORANDA                       TRANSACTION"
052800         "  NONTRANSACTION"
052900     MOVE MC-RETIREMENT-TOTAL (1) TO Edited-Amount
053000     MOVE MC-RETIREMENT-TOTAL (2) TO Edited-Amount-2
053100     DISPLAY "  IRA/Keogh accounts      " Edited-Amount
053200         "  " Edited-Amount-2
053300     MOVE MC-BROKERED-TOTAL (1) TO Edited-Amount
053400     MOVE MC-BROKERED-TOTAL (2) TO Edited-Amount-2
053500     DISPLAY "  Brokered deposits       " Edited-Amount
053600         "  " Edited-Amount-2
053700     MOVE MC-PUBLIC-FUNDS-TOTAL (1) TO Edited-Amount
053800     MOVE MC-PUBLIC-FUNDS-TOTAL (2) TO Edited-Amount-2
053900     DISPLAY "  Public funds            " Edited-Amount
054000         "  " Edited-Amount-2
054100
054200     DISPLAY " "
054300     DISPLAY "OVERDRAFTS REPORTED AS LOANS"
054400     MOVE Overdraft-Loan-Total TO Edited-Amount
054500     DISPLAY "  Overdrawn deposit accounts" Edited-Amount
054600         "  (" Overdraft-Count ")"
054700     MOVE Credit-Line-Total TO Edited-Amount
054800     DISPLAY "  Overdraft lines drawn     " Edited-Amount
054900         "  (" Credit-Line-Count ")".
055000 4000-PRINT-SCHEDULE-EXIT.
055100     EXIT.
055200
055300 4100-PRINT-MATURITY-LINE.
055400     MOVE TS-BUCKET-TOTAL (1, Bucket-Sub) TO Edited-Amount
055500     MOVE TS-BUCKET-TOTAL (2, Bucket-Sub) TO Edited-Amount-2
055600     EVALUATE Bucket-Sub
055700         WHEN 1
055800             DISPLAY "  Three months or less    " Edited-Amount
055900                 "  " Edited-Amount-2
056000         WHEN 2
056100             DISPLAY "  Over 3 months - 1 year  " Edited-Amount
056200                 "  " Edited-Amount-2
056300         WHEN 3
056400             DISPLAY "  Over 1 year - 3 years   " Edited-Amount
056500                 "  " Edited-Amount-2
056600         WHEN OTHER
056700             DISPLAY "  Over three years        " Edited-Amount
056800                 "  " Edited-Amount-2
056900     END-EVALUATE.
057000 4100-PRINT-MATURITY-LINE-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*    DEPOSITS LESS THE RECLASSIFIED OVERDRAFTS IS THE SNAPSHOT  *
057500*    TOTAL, AND THE SNAPSHOT WAS CUT RIGHT BEHIND STEP015 - SO  *
057600*    IT MUST EQUAL THE CONTROL TOTAL STEP015 LOGGED FOR THE     *
057700*    SAME DATE. THE LAST CTLHIST ROW FOR THE DATE WINS, IN CASE *
057800*    THE RECONCILIATION WAS RERUN.                              *
057900*****************************************************************
058000 5000-PROVE-CONTROL-TOTAL.
058100     SET Control-Was-Not-Found TO TRUE
058200     MOVE ZERO TO Quarter-Control-Total
058300     OPEN INPUT CTLHIST
058400     IF Ctlhist-OK
058500         READ CTLHIST
058600             AT END
058700                 SET Ctlhist-EOF TO TRUE
058800         END-READ
058900         PERFORM 5100-SCAN-CONTROL-HISTORY
059000             THRU 5100-SCAN-CONTROL-HISTORY-EXIT
059100             UNTIL Ctlhist-EOF
059200         CLOSE CTLHIST
059300     END-IF
059400
059500     DISPLAY " "
059600     DISPLAY "RECONCILIATION"
059700     MOVE Deposit-Grand-Total TO Edited-Amount
059800     DISPLAY "  Total deposits            " Edited-Amount
059900     MOVE Overdraft-Loan-Total TO Edited-Amount
060000     DISPLAY "  Less overdrafts as loans  " Edited-Amount
060100     MOVE Snapshot-Net-Total TO Edited-Amount
060200     DISPLAY "  Snapshot balance total    " Edited-Amount
060300     IF Snapshot-Rows-Used = ZERO
060400         DISPLAY "** NO STATARCH SNAPSHOT FOR " Quarter-End-Date
060500             " - SCHEDULE NOT USABLE."
060600         MOVE 16 TO RETURN-CODE
060700         GO TO 5000-PROVE-CONTROL-TOTAL-EXIT
060800     END-IF
060900     IF Control-Was-Not-Found
061000         DISPLAY "** NO CONTROL TOTAL LOGGED FOR "
061100             Quarter-End-Date " - SCHEDULE NOT USABLE."
061200         MOVE 16 TO RETURN-CODE
061300         GO TO 5000-PROVE-CONTROL-TOTAL-EXIT
061400     END-IF
061500     MOVE Quarter-Control-Total TO Edited-Amount
061600     DISPLAY "  Control total (STEP015)   " Edited-Amount
061700     IF Snapshot-Net-Total NOT = Quarter-Control-Total
061800         DISPLAY "** SCHEDULE DOES NOT TIE TO THE CONTROL TOTAL"
061900             " - DO NOT FILE. **"
062000         MOVE 16 TO RETURN-CODE
062100     ELSE
062200         DISPLAY "SCHEDULE TIES TO THE CONTROL TOTAL."
062300     END-IF.
062400 5000-PROVE-CONTROL-TOTAL-EXIT.
062500     EXIT.
062600
062700 5100-SCAN-CONTROL-HISTORY.
062800     IF CTH-CONTROL-DATE = Quarter-End-Date
062900         MOVE CTH-CONTROL-TOTAL TO Quarter-Control-Total
063000         SET Control-Was-Found TO TRUE
063100     END-IF
063200     READ CTLHIST
063300         AT END
063400             SET Ctlhist-EOF TO TRUE
063500     END-READ.
063600 5100-SCAN-CONTROL-HISTORY-EXIT.
063700     EXIT.
063800
063900 9000-TERMINATE.
064000     CLOSE STATARCH
064100     CLOSE ACCTMSTR
064200     CLOSE TERMDEP
064300     CLOSE CUSTMSTR
064400     CLOSE RSRVCAT
064500     CLOSE ODLINE
064600     CLOSE CALLDEP
064700     DISPLAY " "
064800     DISPLAY "CALL REPORT RUN SUMMARY"
064900     DISPLAY "Snapshot rows read  - " Snapshot-Rows-Read
065000     DISPLAY "Quarter-end rows    - " Snapshot-Rows-Used
065100     DISPLAY "Zero balances       - " Zero-Balance-Rows
065200     DISPLAY "Unmapped products   - " Unmapped-Products
065300     DISPLAY "Line items written  - " Line-Items-Written.
065400 9000-TERMINATE-EXIT.
065500     EXIT.
