000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StandInQueueApply.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STANDINQUEUEAPPLY                                          *
001100*                                                               *
001200*    RUNS AS SOON AS THE NIGHT'S POST HAS BEEN RECONCILED AND   *
001300*    THE REPORTING SNAPSHOT CUT, WHEN THE MASTER IS RELEASED.   *
001400*    CLOSES THE TELLER STAND-IN WINDOW (SINCTL) AND APPLIES     *
001500*    THE STORE-AND-FORWARD QUEUE (SAFQUE) TO THE FRESHLY        *
001600*    POSTED MASTER AS THE NEXT BUSINESS DAY'S FIRST ITEMS:      *
001700*    EACH ONE IS MEMO-POSTED EXACTLY AS TELLERMEMOPOST WOULD -  *
001800*    THE BALANCE MOVES NOW AND A MEMOTRN ROW DATED THE NEXT     *
001900*    BUSINESS DAY LETS THAT NIGHT'S POST MATCH THE BRANCH'S     *
002000*    ITEM RATHER THAN APPLY IT TWICE. APPLYING AFTER THE        *
002100*    RECONCILIATION KEEPS TONIGHT'S CONTROL TOTAL TIED.         *
002200*    THE CASH HAS ALREADY CHANGED HANDS, SO NOTHING IS          *
002300*    REVERSED; INSTEAD THE BRANCH FOLLOW-UP REPORT LISTS EVERY  *
002400*    ITEM THAT NOW OVERDRAWS THE ACCOUNT, EVERY ITEM FOR AN     *
002500*    ACCOUNT CLOSED OR GONE SINCE THE SNAPSHOT (NOT APPLIED),   *
002600*    AND ANY RETIREMENT DEPOSIT OVER THE PLAN-YEAR LIMIT.       *
002700*    RC=4 WHEN THERE IS ANYTHING TO FOLLOW UP.                  *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-15  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SINCTL ASSIGN TO "SINCTL"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Sinctl-File-Status.
004300
004400     SELECT SAFQUE ASSIGN TO "SAFQUE"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Safque-File-Status.
004700
004800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS MF-ACCOUNT-NUMBER
005200         FILE STATUS IS Acctmstr-File-Status.
005300
005400     SELECT MEMOTRN ASSIGN TO "MEMOTRN"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Memotrn-File-Status.
005700
005800     SELECT HOLCAL ASSIGN TO "HOLCAL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS HC-HOLIDAY-DATE
006200         FILE STATUS IS Holcal-File-Status.
006300
006400     SELECT RETPARM ASSIGN TO "RETPARM"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS Retparm-File-Status.
006700
006800     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS Runctlin-File-Status.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SINCTL.
007500     COPY SINCTL.
007600
007700 FD  SAFQUE.
007800     COPY SAFQUE.
007900
008000 FD  ACCTMSTR.
008100     COPY ACCTMSTR.
008200
008300 FD  MEMOTRN.
008400     COPY MEMOPOST.
008500
008600 FD  HOLCAL.
008700     COPY HOLCAL.
008800
008900 FD  RETPARM.
009000     COPY RETPARM.
009100
009200 FD  RUNCTLIN.
009300     COPY RUNCTL REPLACING
009400         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009500         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
009600         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009700         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
009800
009900 WORKING-STORAGE SECTION.
010000 01  Sinctl-File-Status              PIC XX.
010100     88  Sinctl-OK                   VALUE "00".
010200 01  Safque-File-Status              PIC XX.
010300     88  Safque-OK                   VALUE "00".
010400     88  Safque-EOF                  VALUE "10".
010500 01  Queue-File-Switch               PIC X(01).
010600     88  Queue-File-Open             VALUE "Y".
010700     88  Queue-File-Absent           VALUE "N".
010800 01  Acctmstr-File-Status            PIC XX.
010900     88  Acctmstr-OK                 VALUE "00".
011000     88  Acctmstr-Not-On-File        VALUE "23".
011100 01  Memotrn-File-Status             PIC XX.
011200     88  Memotrn-OK                  VALUE "00".
011300 01  Holcal-File-Status              PIC XX.
011400     88  Holcal-OK                   VALUE "00".
011500 01  Holcal-File-Switch              PIC X(01).
011600     88  Holcal-File-Open            VALUE "Y".
011700     88  Holcal-File-Absent          VALUE "N".
011800 01  Retparm-File-Status             PIC XX.
011900     88  Retparm-OK                  VALUE "00".
012000 01  Runctlin-File-Status            PIC XX.
012100     88  Runctlin-OK                 VALUE "00".
012200     88  Runctlin-Not-Found          VALUE "35".
012300
012400*    SHOP DEFAULT WHEN THE RETIREMENT PARM FILE IS MISSING,
012500*    THE SAME FIGURE THE NIGHTLY POST FALLS BACK ON.
012600 77  Default-Contrib-Limit           PIC 9(08) VALUE 7000.
012700 01  Annual-Contrib-Limit            PIC 9(08).
012800
012900 01  Business-Date                   PIC 9(08).
013000 01  Next-Business-Date              PIC 9(08).
013100 01  Candidate-Integer-Date          PIC 9(07).
013200 01  Candidate-Day-Of-Week           PIC 9(01).
013300 01  Candidate-Date                  PIC 9(08).
013400 01  Business-Day-Switch             PIC X(01).
013500     88  Is-Business-Day             VALUE "Y".
013600     88  Not-Business-Day            VALUE "N".
013700 01  Close-Date                      PIC 9(08).
013800 01  Close-Time                      PIC 9(08).
013900
014000 01  New-Balance                     PIC S9(7)V99.
014100 01  Follow-Up-Reason                PIC X(40).
014200 01  Report-Line.
014300     05  RL-Branch                   PIC X(04).
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  RL-Account                  PIC X(10).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  RL-Type                     PIC X(01).
014800     05  FILLER                      PIC X(01) VALUE SPACES.
014900     05  RL-Amount                   PIC ZZZ,ZZ9.
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  RL-Shown-Available          PIC -(6)9.99.
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  RL-Balance-Now              PIC -(6)9.99.
015400     05  FILLER                      PIC X(02) VALUE SPACES.
015500     05  RL-Teller                   PIC X(08).
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  RL-Reason                   PIC X(40).
015800
015900 01  Apply-Counters.
016000     05  Queue-Rows-Read             PIC 9(5) COMP.
016100     05  Items-Applied               PIC 9(5) COMP.
016200     05  Items-Not-Applied           PIC 9(5) COMP.
016300     05  Items-Overdrawn             PIC 9(5) COMP.
016400     05  Items-For-Follow-Up         PIC 9(5) COMP.
016500
016600 PROCEDURE DIVISION.
016700
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017000     PERFORM 2000-APPLY-ITEM THRU 2000-APPLY-ITEM-EXIT
017100         UNTIL Safque-EOF
017200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017300     IF Items-For-Follow-Up > 0
017400         MOVE 4 TO RETURN-CODE
017500     END-IF
017600     STOP RUN.
017700
017800 1000-INITIALIZE.
017900     INITIALIZE Apply-Counters
018000     ACCEPT Close-Date FROM DATE YYYYMMDD
018100     ACCEPT Close-Time FROM TIME
018200     PERFORM 1100-CLOSE-WINDOW THRU 1100-CLOSE-WINDOW-EXIT
018300
018400     OPEN INPUT RUNCTLIN
018500     IF Runctlin-OK
018600         READ RUNCTLIN
018700             AT END
018800                 SET Runctlin-Not-Found TO TRUE
018900         END-READ
019000     END-IF
019100     IF Runctlin-OK
019200         MOVE RI-BUSINESS-DATE TO Business-Date
019300         CLOSE RUNCTLIN
019400     ELSE
019500         MOVE Close-Date TO Business-Date
019600     END-IF
019700     OPEN INPUT HOLCAL
019800     IF Holcal-OK
019900         SET Holcal-File-Open TO TRUE
020000     ELSE
020100         SET Holcal-File-Absent TO TRUE
020200     END-IF
020300     PERFORM 1300-FIND-NEXT-BUSINESS-DAY
020400         THRU 1300-FIND-NEXT-BUSINESS-DAY-EXIT
020500     IF Holcal-File-Open
020600         CLOSE HOLCAL
020700     END-IF
020800
020900     MOVE Default-Contrib-Limit TO Annual-Contrib-Limit
021000     OPEN INPUT RETPARM
021100     IF Retparm-OK
021200         READ RETPARM
021300             AT END
021400                 CONTINUE
021500             NOT AT END
021600                 IF RG-ANNUAL-CONTRIB-LIMIT NUMERIC
021700                     AND RG-ANNUAL-CONTRIB-LIMIT > ZERO
021800                     MOVE RG-ANNUAL-CONTRIB-LIMIT
021900                         TO Annual-Contrib-Limit
022000                 END-IF
022100         END-READ
022200         CLOSE RETPARM
022300     END-IF
022400
022500     DISPLAY "TELLER STAND-IN QUEUE APPLY - BUSINESS "
022600         Business-Date ", ITEMS DATED " Next-Business-Date
022700     DISPLAY " "
022800     DISPLAY "BRANCH FOLLOW-UP"
022900     DISPLAY "BRCH  ACCOUNT     T  AMOUNT  SHOWN AVAIL"
023000         "  BALANCE NOW  TELLER    REASON"
023100
023200     SET Queue-File-Absent TO TRUE
023300     OPEN I-O SAFQUE
023400     IF NOT Safque-OK
023500         DISPLAY "No stand-in queue - nothing to apply."
023600         SET Safque-EOF TO TRUE
023700         GO TO 1000-INITIALIZE-EXIT
023800     END-IF
023900     SET Queue-File-Open TO TRUE
024000     OPEN I-O ACCTMSTR
024100     OPEN EXTEND MEMOTRN
024200     PERFORM 2900-READ-QUEUE THRU 2900-READ-QUEUE-EXIT.
024300 1000-INITIALIZE-EXIT.
024400     EXIT.
024500
024600*>   The window shuts before the first item is applied, so no
024700*>   session can queue against a snapshot the master has left
024800*>   behind.
024900 1100-CLOSE-WINDOW.
025000     MOVE SPACES TO SW-STANDIN-CONTROL-RECORD
025100     OPEN INPUT SINCTL
025200     IF Sinctl-OK
025300         READ SINCTL
025400             AT END
025500                 MOVE SPACES TO SW-STANDIN-CONTROL-RECORD
025600         END-READ
025700         CLOSE SINCTL
025800     END-IF
025900     IF SW-SNAPSHOT-DATE NOT NUMERIC
026000         MOVE ZERO TO SW-SNAPSHOT-DATE
026100     END-IF
026200     IF SW-OPEN-DATE NOT NUMERIC
026300         MOVE ZERO TO SW-OPEN-DATE
026400                      SW-OPEN-TIME
026500     END-IF
026600     SET SW-Window-Closed TO TRUE
026700     MOVE Close-Date TO SW-CLOSE-DATE
026800     MOVE Close-Time (1:6) TO SW-CLOSE-TIME
026900     OPEN OUTPUT SINCTL
027000     WRITE SW-STANDIN-CONTROL-RECORD
027100     CLOSE SINCTL.
027200 1100-CLOSE-WINDOW-EXIT.
027300     EXIT.
027400
027500*>   Weekends and HOLCAL holidays are closed.
027600 1300-FIND-NEXT-BUSINESS-DAY.
027700     COMPUTE Candidate-Integer-Date =
027800         FUNCTION INTEGER-OF-DATE(Business-Date)
027900     SET Not-Business-Day TO TRUE
028000     PERFORM 1310-STEP-ONE-DAY THRU 1310-STEP-ONE-DAY-EXIT
028100         UNTIL Is-Business-Day
028200     MOVE Candidate-Date TO Next-Business-Date.
028300 1300-FIND-NEXT-BUSINESS-DAY-EXIT.
028400     EXIT.
028500
028600 1310-STEP-ONE-DAY.
028700     ADD 1 TO Candidate-Integer-Date
028800     MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
028900         TO Candidate-Date
029000     COMPUTE Candidate-Day-Of-Week =
029100         FUNCTION MOD(Candidate-Integer-Date, 7)
029200     SET Is-Business-Day TO TRUE
029300     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
029400         SET Not-Business-Day TO TRUE
029500         GO TO 1310-STEP-ONE-DAY-EXIT
029600     END-IF
029700     IF Holcal-File-Open
029800         MOVE Candidate-Date TO HC-HOLIDAY-DATE
029900         READ HOLCAL
030000             INVALID KEY
030100                 CONTINUE
030200             NOT INVALID KEY
030300                 SET Not-Business-Day TO TRUE
030400         END-READ
030500     END-IF.
030600 1310-STEP-ONE-DAY-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*    ONE QUEUED ITEM. ROWS ALREADY APPLIED BY AN EARLIER RUN    *
031100*    (A RESTART) ARE PASSED OVER.                               *
031200*****************************************************************
031300 2000-APPLY-ITEM.
031400     ADD 1 TO Queue-Rows-Read
031500     IF NOT SJ-Queued
031600         GO TO 2000-APPLY-ITEM-NEXT
031700     END-IF
031800     MOVE SPACES TO Follow-Up-Reason
031900     MOVE SJ-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
032000     READ ACCTMSTR
032100         INVALID KEY
032200             MOVE "ACCOUNT NOT ON FILE - NOT APPLIED"
032300                 TO Follow-Up-Reason
032400     END-READ
032500     IF Acctmstr-OK AND MF-Account-Is-Closed
032600         MOVE "ACCOUNT CLOSED - NOT APPLIED"
032700             TO Follow-Up-Reason
032800     END-IF
032900     IF Follow-Up-Reason NOT = SPACES
033000         ADD 1 TO Items-Not-Applied
033100         SET SJ-Not-Applied TO TRUE
033200         MOVE ZERO TO New-Balance
033300         IF Acctmstr-OK
033400             MOVE MF-ACCOUNT-BALANCE TO New-Balance
033500         END-IF
033600         PERFORM 2800-REPORT-ITEM THRU 2800-REPORT-ITEM-EXIT
033700         GO TO 2000-APPLY-ITEM-MARK
033800     END-IF
033900
034000     IF SJ-Deposit
034100         COMPUTE New-Balance =
034200             MF-ACCOUNT-BALANCE + SJ-TRANS-AMOUNT
034300         IF MF-Retirement-Account
034400             ADD SJ-TRANS-AMOUNT TO MF-PLAN-YEAR-CONTRIB
034500             IF MF-PLAN-YEAR-CONTRIB > Annual-Contrib-Limit
034600                 MOVE "RETIREMENT CONTRIBUTION OVER LIMIT"
034700                     TO Follow-Up-Reason
034800             END-IF
034900         END-IF
035000     ELSE
035100         COMPUTE New-Balance =
035200             MF-ACCOUNT-BALANCE - SJ-TRANS-AMOUNT
035300     END-IF
035400     MOVE New-Balance TO MF-ACCOUNT-BALANCE
035500     REWRITE MF-ACCTMSTR-RECORD
035600     PERFORM 2100-WRITE-MEMO THRU 2100-WRITE-MEMO-EXIT
035700     ADD 1 TO Items-Applied
035800     SET SJ-Applied TO TRUE
035900     IF New-Balance < ZERO
036000         ADD 1 TO Items-Overdrawn
036100         SET SJ-Applied-Overdrawn TO TRUE
036200         MOVE "APPLIED - ACCOUNT NOW OVERDRAWN"
036300             TO Follow-Up-Reason
036400     END-IF
036500     IF Follow-Up-Reason NOT = SPACES
036600         PERFORM 2800-REPORT-ITEM THRU 2800-REPORT-ITEM-EXIT
036700     END-IF.
036800 2000-APPLY-ITEM-MARK.
036900     MOVE Business-Date TO SJ-APPLY-DATE
037000     REWRITE SJ-STANDIN-QUEUE-RECORD.
037100 2000-APPLY-ITEM-NEXT.
037200     PERFORM 2900-READ-QUEUE THRU 2900-READ-QUEUE-EXIT.
037300 2000-APPLY-ITEM-EXIT.
037400     EXIT.
037500
037600*>   Dated the next business day, so the branch's own item for
037700*>   it matches in that night's post instead of posting again.
037800 2100-WRITE-MEMO.
037900     MOVE SPACES TO MP-MEMO-POST-RECORD
038000     MOVE SJ-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER
038100     MOVE SJ-TRANS-TYPE TO MP-TRANS-TYPE
038200     MOVE SJ-TRANS-AMOUNT TO MP-TRANS-AMOUNT
038300     MOVE Next-Business-Date TO MP-TRANS-DATE
038400     MOVE SJ-TELLER-ID TO MP-TELLER-ID
038500     MOVE "Y" TO MP-SUPERVISOR-FLAG
038600     MOVE SPACE TO MP-SETTLED-FLAG
038700     WRITE MP-MEMO-POST-RECORD
038800     MOVE Next-Business-Date TO SJ-MEMO-DATE.
038900 2100-WRITE-MEMO-EXIT.
039000     EXIT.
039100
039200 2800-REPORT-ITEM.
039300     ADD 1 TO Items-For-Follow-Up
039400     MOVE SJ-BRANCH-CODE TO RL-Branch
039500     MOVE SJ-ACCOUNT-NUMBER TO RL-Account
039600     MOVE SJ-TRANS-TYPE TO RL-Type
039700     MOVE SJ-TRANS-AMOUNT TO RL-Amount
039800     MOVE SJ-STANDIN-AVAILABLE TO RL-Shown-Available
039900     MOVE New-Balance TO RL-Balance-Now
040000     MOVE SJ-TELLER-ID TO RL-Teller
040100     MOVE Follow-Up-Reason TO RL-Reason
040200     DISPLAY Report-Line.
040300 2800-REPORT-ITEM-EXIT.
040400     EXIT.
040500
040600 2900-READ-QUEUE.
040700     READ SAFQUE
040800         AT END
040900             SET Safque-EOF TO TRUE
041000     END-READ.
041100 2900-READ-QUEUE-EXIT.
041200     EXIT.
041300
041400 9000-TERMINATE.
041500     IF Queue-File-Open
041600         CLOSE SAFQUE
041700         CLOSE ACCTMSTR
041800         CLOSE MEMOTRN
041900     END-IF
042000     IF Items-For-Follow-Up = 0
042100         DISPLAY "  (NONE)"
042200     END-IF
042300     DISPLAY " "
042400     DISPLAY "Queue rows read         - " Queue-Rows-Read
042500     DISPLAY "Items applied           - " Items-Applied
042600     DISPLAY "  now overdrawn         - " Items-Overdrawn
042700     DISPLAY "Items not applied       - " Items-Not-Applied
042800     DISPLAY "Items for follow-up     - " Items-For-Follow-Up.
042900 9000-TERMINATE-EXIT.
043000     EXIT.
