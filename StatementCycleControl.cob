000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StatementCycleControl.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STATEMENTCYCLECONTROL                                      *
001100*                                                               *
001200*    NIGHTLY STEP, RIGHT AFTER THE ADB UPDATE, THAT KEEPS EACH  *
001300*    ACCOUNT'S STATEMENT CYCLE ON STMTCYC. AN ACCOUNT WITH NO   *
001400*    ROW IS GIVEN ITS CYCLE DAY BY STATEMENTCYCLESCHEDULE       *
001500*    (CYCRULE RANGE, THEN PRODUCT, THEN THE SCHEDCTL DEFAULT)   *
001600*    AND STARTS IN THE CYCLE RUNNING TODAY. EVERY NIGHT THE     *
001700*    CLOSING BALANCE IS FOLDED INTO THE CYCLE-TO-DATE SUM,      *
001800*    WITH THE SAME SAME-NIGHT RERUN GUARD THE ADB UPDATE USES.  *
001900*    ON THE FIRST BUSINESS DAY ON OR AFTER THE SCHEDULED CYCLE  *
002000*    END THE CYCLE IS CLOSED ON THE BUSINESS DATE: THE AVERAGE  *
002100*    PAIR MOVES TO THE CLOSED PAIR AND THE NEXT END IS          *
002200*    SCHEDULED. THE SERVICE CHARGE, THE ACCOUNT ANALYSIS AND    *
002300*    THE STATEMENT RUN ALL ACT ON THE ACCOUNTS WHOSE CYCLE      *
002400*    CLOSED TONIGHT.                                            *
002500*                                                               *
002600*    MODIFICATION HISTORY                                      *
002700*    ------------------------------------------------------    *
002800*    DATE       INIT  DESCRIPTION                              *
002900*    ---------  ----  -----------------------------------      *
003000*    2026-10-15  RLB  ORIGINAL.                                *
003100*                                                               *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS MF-ACCOUNT-NUMBER
004100         FILE STATUS IS Acctmstr-File-Status.
004200
004300     SELECT STMTCYC ASSIGN TO "STMTCYC"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS YC-ACCOUNT-NUMBER
004700         FILE STATUS IS Stmtcyc-File-Status.
004800
004900     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Runctlin-File-Status.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ACCTMSTR.
005600     COPY ACCTMSTR.
005700
005800 FD  STMTCYC.
005900     COPY STMTCYC.
006000
006100 FD  RUNCTLIN.
006200     COPY RUNCTL REPLACING
006300         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
006400         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
006500         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
006600         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
006700
006800 WORKING-STORAGE SECTION.
006900 01  Acctmstr-File-Status            PIC XX.
007000     88  Acctmstr-OK                 VALUE "00".
007100     88  Acctmstr-EOF                VALUE "10".
007200 01  Stmtcyc-File-Status             PIC XX.
007300     88  Stmtcyc-OK                  VALUE "00".
007400     88  Stmtcyc-Not-On-File         VALUE "23".
007500 01  Runctlin-File-Status            PIC XX.
007600     88  Runctlin-OK                 VALUE "00".
007700     88  Runctlin-Not-Found          VALUE "35".
007800
007900 77  Control-Operator-Id             PIC X(08) VALUE "CYCLECTL".
008000 01  Business-Date                   PIC 9(08).
008100
008200*    THE STATEMENTCYCLESCHEDULE HANDOFF.
008300 01  Sched-Action                    PIC X(01).
008400 01  Sched-Cycle-Day                 PIC 9(02).
008500 01  Sched-Assign-Source             PIC X(01).
008600 01  Sched-Result-Date               PIC 9(08).
008700
008800 01  Control-Counters.
008900     05  Accounts-Examined           PIC 9(7) COMP.
009000     05  Cycles-Assigned             PIC 9(7) COMP.
009100     05  Balances-Accumulated        PIC 9(7) COMP.
009200     05  Cycles-Closed               PIC 9(7) COMP.
009300     05  Rerun-Skips                 PIC 9(7) COMP.
009400
009500 PROCEDURE DIVISION.
009600
009700 0000-MAINLINE.
009800     CALL "BatchStepTimer" USING "STEP018B", "S"
009900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010000     PERFORM 2000-CONTROL-CYCLE THRU 2000-CONTROL-CYCLE-EXIT
010100         UNTIL Acctmstr-EOF
010200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010300     CALL "BatchStepTimer" USING "STEP018B", "E"
010400     STOP RUN.
010500
010600 1000-INITIALIZE.
010700     OPEN INPUT ACCTMSTR
010800     OPEN I-O STMTCYC
010900     MOVE ZERO TO Accounts-Examined
011000                  Cycles-Assigned
011100                  Balances-Accumulated
011200                  Cycles-Closed
011300                  Rerun-Skips
011400     OPEN INPUT RUNCTLIN
011500     IF Runctlin-OK
011600         READ RUNCTLIN
011700             AT END
011800                 SET Runctlin-Not-Found TO TRUE
011900         END-READ
012000     END-IF
012100     IF Runctlin-OK
012200         MOVE RI-BUSINESS-DATE TO Business-Date
012300         CLOSE RUNCTLIN
012400     ELSE
012500         ACCEPT Business-Date FROM DATE YYYYMMDD
012600     END-IF
012700     DISPLAY "STATEMENT CYCLE CONTROL - " Business-Date
012800     READ ACCTMSTR
012900         AT END
013000             SET Acctmstr-EOF TO TRUE
013100     END-READ.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400
013500*****************************************************************
013600*    EVERY MASTER ACCOUNT CYCLES - A CLOSED ACCOUNT STILL GETS  *
013700*    ITS STATEMENT ON ITS OWN DAY, AS IT DID UNDER THE SINGLE   *
013800*    WINDOW. A CYCLE THAT CLOSED ON A WEEKEND OR HOLIDAY CLOSES *
013900*    ON THE NEXT BUSINESS NIGHT, TAKING THE EXTRA DAYS WITH IT. *
014000*****************************************************************
014100 2000-CONTROL-CYCLE.
014200     ADD 1 TO Accounts-Examined
014300     MOVE MF-ACCOUNT-NUMBER TO YC-ACCOUNT-NUMBER
014400     READ STMTCYC
014500         INVALID KEY
014600             PERFORM 2100-ASSIGN-CYCLE
014700                 THRU 2100-ASSIGN-CYCLE-EXIT
014800             GO TO 2000-READ-NEXT
014900     END-READ
015000     IF YC-LAST-ACCUM-DATE = Business-Date
015100         ADD 1 TO Rerun-Skips
015200         GO TO 2000-READ-NEXT
015300     END-IF
015400     ADD MF-ACCOUNT-BALANCE TO YC-CYCLE-BALANCE-SUM
015500     ADD 1 TO YC-CYCLE-DAY-COUNT
015600     MOVE Business-Date TO YC-LAST-ACCUM-DATE
015700     ADD 1 TO Balances-Accumulated
015800     IF YC-NEXT-CYCLE-END <= Business-Date
015900         PERFORM 2200-CLOSE-CYCLE THRU 2200-CLOSE-CYCLE-EXIT
016000     END-IF
016100     REWRITE YC-STATEMENT-CYCLE-RECORD
016200         INVALID KEY
016300             DISPLAY MF-ACCOUNT-NUMBER
016400                 ": Cycle rewrite failed, status "
016500                 Stmtcyc-File-Status
016600     END-REWRITE.
016700
016800 2000-READ-NEXT.
016900     READ ACCTMSTR
017000         AT END
017100             SET Acctmstr-EOF TO TRUE
017200     END-READ.
017300 2000-CONTROL-CYCLE-EXIT.
017400     EXIT.
017500
017600*> A new account joins the cycle already running: its last
017700*> end is the latest cycle end on or before today. There is
017800*> no prior end yet, so that first partial cycle is not
017900*> statemented until it closes in full next time round.
018000 2100-ASSIGN-CYCLE.
018100     INITIALIZE YC-STATEMENT-CYCLE-RECORD
018200     MOVE MF-ACCOUNT-NUMBER TO YC-ACCOUNT-NUMBER
018300     MOVE "A" TO Sched-Action
018400     CALL "StatementCycleSchedule" USING Sched-Action,
018500         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
018600         Sched-Assign-Source, Business-Date, Sched-Result-Date
018700     MOVE Sched-Cycle-Day TO YC-CYCLE-DAY
018800     MOVE Sched-Assign-Source TO YC-ASSIGN-SOURCE
018900     MOVE Business-Date TO YC-ASSIGN-DATE
019000     MOVE Control-Operator-Id TO YC-ASSIGNED-BY
019100     MOVE "P" TO Sched-Action
019200     CALL "StatementCycleSchedule" USING Sched-Action,
019300         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
019400         Sched-Assign-Source, Business-Date, Sched-Result-Date
019500     MOVE Sched-Result-Date TO YC-LAST-CYCLE-END
019600                               YC-STATEMENT-CYCLE-END
019700     MOVE "N" TO Sched-Action
019800     CALL "StatementCycleSchedule" USING Sched-Action,
019900         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
020000         Sched-Assign-Source, Business-Date, Sched-Result-Date
020100     MOVE Sched-Result-Date TO YC-NEXT-CYCLE-END
020200     MOVE ZERO TO YC-PRIOR-CYCLE-END
020300     MOVE ZERO TO YC-CLOSED-BALANCE-SUM
020400                  YC-CLOSED-DAY-COUNT
020500     IF YC-LAST-CYCLE-END = Business-Date
020600         MOVE ZERO TO YC-CYCLE-BALANCE-SUM
020700                      YC-CYCLE-DAY-COUNT
020800     ELSE
020900         MOVE MF-ACCOUNT-BALANCE TO YC-CYCLE-BALANCE-SUM
021000         MOVE 1 TO YC-CYCLE-DAY-COUNT
021100     END-IF
021200     MOVE Business-Date TO YC-LAST-ACCUM-DATE
021300     WRITE YC-STATEMENT-CYCLE-RECORD
021400         INVALID KEY
021500             DISPLAY MF-ACCOUNT-NUMBER
021600                 ": Cycle write failed, status "
021700                 Stmtcyc-File-Status
021800             GO TO 2100-ASSIGN-CYCLE-EXIT
021900     END-WRITE
022000     ADD 1 TO Cycles-Assigned.
022100 2100-ASSIGN-CYCLE-EXIT.
022200     EXIT.
022300
022400*> Tonight's balance has already been folded in, so the
022500*> closed average covers the cycle through tonight.
022600 2200-CLOSE-CYCLE.
022700     MOVE YC-LAST-CYCLE-END TO YC-PRIOR-CYCLE-END
022800     MOVE Business-Date TO YC-LAST-CYCLE-END
022900     MOVE YC-CYCLE-BALANCE-SUM TO YC-CLOSED-BALANCE-SUM
023000     MOVE YC-CYCLE-DAY-COUNT TO YC-CLOSED-DAY-COUNT
023100     MOVE ZERO TO YC-CYCLE-BALANCE-SUM
023200                  YC-CYCLE-DAY-COUNT
023300     MOVE "N" TO Sched-Action
023400     MOVE YC-CYCLE-DAY TO Sched-Cycle-Day
023500     CALL "StatementCycleSchedule" USING Sched-Action,
023600         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
023700         Sched-Assign-Source, Business-Date, Sched-Result-Date
023800     MOVE Sched-Result-Date TO YC-NEXT-CYCLE-END
023900     ADD 1 TO Cycles-Closed.
024000 2200-CLOSE-CYCLE-EXIT.
024100     EXIT.
024200
024300 9000-TERMINATE.
024400     CLOSE ACCTMSTR
024500     CLOSE STMTCYC
024600     DISPLAY "Accounts examined    - " Accounts-Examined
024700     DISPLAY "Cycles assigned      - " Cycles-Assigned
024800     DISPLAY "Balances accumulated - " Balances-Accumulated
024900     DISPLAY "Cycles closed        - " Cycles-Closed
025000     DISPLAY "Same-night skips     - " Rerun-Skips.
025100 9000-TERMINATE-EXIT.
025200     EXIT.
