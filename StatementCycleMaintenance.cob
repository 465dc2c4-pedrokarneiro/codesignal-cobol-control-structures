000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StatementCycleMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STATEMENTCYCLEMAINTENANCE                                  *
001100*                                                               *
001200*    MAINTENANCE BATCH (AMLPROFILEMAINTENANCE MOLD) THAT MOVES  *
001300*    ACCOUNTS BETWEEN STATEMENT CYCLES, DRIVEN BY THE CYCTRAN   *
001400*    REQUEST FILE AND KEYED BY A SUPERVISOR OR ABOVE. ACTION M  *
001500*    PUTS THE ACCOUNT ON THE CYCLE DAY KEYED; ACTION R DROPS A  *
001600*    KEYED DAY AND RETURNS THE ACCOUNT TO WHATEVER CYCRULE      *
001700*    ASSIGNS. THE CYCLE IN PROGRESS IS NOT CUT SHORT - IT RUNS  *
001800*    ON TO THE FIRST NEW CYCLE DAY AFTER TODAY, SO ONE          *
001900*    STATEMENT COVERS THE CHANGEOVER AND NO DAY IS STATEMENTED  *
002000*    TWICE. AN OPEN ACCOUNT NOT YET ON STMTCYC IS ADDED THE WAY *
002100*    THE NIGHTLY STATEMENTCYCLECONTROL STEP WOULD ADD IT. EVERY *
002200*    CHANGE OF DAY IS JOURNALED (MASTERCHANGEJOURNAL).          *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-10-15  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CYCTRAN ASSIGN TO "CYCTRAN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS Cyctran-File-Status.
003800
003900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS MF-ACCOUNT-NUMBER
004300         FILE STATUS IS Acctmstr-File-Status.
004400
004500     SELECT STMTCYC ASSIGN TO "STMTCYC"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS YC-ACCOUNT-NUMBER
004900         FILE STATUS IS Stmtcyc-File-Status.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CYCTRAN.
005400     COPY CYCTRAN.
005500
005600 FD  ACCTMSTR.
005700     COPY ACCTMSTR.
005800
005900 FD  STMTCYC.
006000     COPY STMTCYC.
006100
006200 WORKING-STORAGE SECTION.
006300 01  Cyctran-File-Status             PIC XX.
006400     88  Cyctran-OK                  VALUE "00".
006500     88  Cyctran-EOF                 VALUE "10".
006600 01  Acctmstr-File-Status            PIC XX.
006700     88  Acctmstr-OK                 VALUE "00".
006800 01  Stmtcyc-File-Status             PIC XX.
006900     88  Stmtcyc-OK                  VALUE "00".
007000     88  Stmtcyc-Not-On-File         VALUE "23".
007100
007200 77  Supervisor-Level                PIC 9(01) VALUE 2.
007300 01  Auth-Result                     PIC X(01).
007400     88  Operator-Authorized         VALUE "Y".
007500     88  Operator-Denied             VALUE "N".
007600 01  Run-Date                        PIC 9(08).
007700 01  Cycle-Row-Switch                PIC X(01).
007800     88  Cycle-Row-Exists            VALUE "Y".
007900     88  Cycle-Row-Is-New            VALUE "N".
008000 01  Day-Before                      PIC 9(02).
008100 01  Source-Before                   PIC X(01).
008200
008300*    THE STATEMENTCYCLESCHEDULE HANDOFF.
008400 01  Sched-Action                    PIC X(01).
008500 01  Sched-Cycle-Day                 PIC 9(02).
008600 01  Sched-Assign-Source             PIC X(01).
008700 01  Sched-Result-Date               PIC 9(08).
008800
008900*    THE FIELD-CHANGE JOURNAL HANDOFF - DAY AND SOURCE.
009000 01  Jrnl-Field-Name                 PIC X(20)
009100                                     VALUE "YC-CYCLE-DAY".
009200 01  Jrnl-Source-Program             PIC X(20)
009300                                     VALUE "StatementCycleMaint".
009400 01  Jrnl-Before-Image.
009500     05  JB-CYCLE-DAY                PIC 9(02).
009600     05  FILLER                      PIC X(01) VALUE SPACE.
009700     05  JB-ASSIGN-SOURCE            PIC X(01).
009800     05  FILLER                      PIC X(10) VALUE SPACES.
009900 01  Jrnl-After-Image.
010000     05  JA-CYCLE-DAY                PIC 9(02).
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  JA-ASSIGN-SOURCE            PIC X(01).
010300     05  FILLER                      PIC X(10) VALUE SPACES.
010400
010500 01  Maintenance-Counters.
010600     05  Requests-Read               PIC 9(7) COMP.
010700     05  Accounts-Moved              PIC 9(7) COMP.
010800     05  Accounts-Reassigned         PIC 9(7) COMP.
010900     05  Cycles-Added                PIC 9(7) COMP.
011000     05  Requests-Rejected           PIC 9(7) COMP.
011100
011200 PROCEDURE DIVISION.
011300
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011600     PERFORM 2000-APPLY-REQUEST THRU 2000-APPLY-REQUEST-EXIT
011700         UNTIL Cyctran-EOF
011800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011900     STOP RUN.
012000
012100 1000-INITIALIZE.
012200     OPEN INPUT CYCTRAN
012300     OPEN INPUT ACCTMSTR
012400     OPEN I-O STMTCYC
012500     MOVE 0 TO Requests-Read
012600     MOVE 0 TO Accounts-Moved
012700     MOVE 0 TO Accounts-Reassigned
012800     MOVE 0 TO Cycles-Added
012900     MOVE 0 TO Requests-Rejected
013000     ACCEPT Run-Date FROM DATE YYYYMMDD
013100     READ CYCTRAN
013200         AT END
013300             SET Cyctran-EOF TO TRUE
013400     END-READ.
013500 1000-INITIALIZE-EXIT.
013600     EXIT.
013700
013800 2000-APPLY-REQUEST.
013900     ADD 1 TO Requests-Read
014000     CALL "OperatorAuthorize" USING KR-REQUESTED-BY,
014100         Supervisor-Level, Auth-Result
014200     IF Operator-Denied
014300         ADD 1 TO Requests-Rejected
014400         DISPLAY KR-ACCOUNT-NUMBER ": Rejected - operator "
014500             KR-REQUESTED-BY " not authorized."
014600         GO TO 2000-READ-NEXT
014700     END-IF
014800     IF NOT KR-Action-Move
014900         AND NOT KR-Action-Rule
015000         ADD 1 TO Requests-Rejected
015100         DISPLAY KR-ACCOUNT-NUMBER
015200             ": Rejected - unknown action " KR-ACTION-CODE
015300         GO TO 2000-READ-NEXT
015400     END-IF
015500     IF KR-Action-Move
015600         AND (KR-CYCLE-DAY NOT NUMERIC
015700             OR KR-CYCLE-DAY < 1 OR KR-CYCLE-DAY > 31)
015800         ADD 1 TO Requests-Rejected
015900         DISPLAY KR-ACCOUNT-NUMBER
016000             ": Rejected - cycle day must be 01 to 31."
016100         GO TO 2000-READ-NEXT
016200     END-IF
016300     MOVE KR-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
016400     READ ACCTMSTR
016500         INVALID KEY
016600             ADD 1 TO Requests-Rejected
016700             DISPLAY KR-ACCOUNT-NUMBER
016800                 ": Rejected - account not on file."
016900             GO TO 2000-READ-NEXT
017000     END-READ
017100     IF MF-Account-Is-Closed
017200         ADD 1 TO Requests-Rejected
017300         DISPLAY KR-ACCOUNT-NUMBER
017400             ": Rejected - account is closed."
017500         GO TO 2000-READ-NEXT
017600     END-IF
017700     MOVE KR-ACCOUNT-NUMBER TO YC-ACCOUNT-NUMBER
017800     SET Cycle-Row-Exists TO TRUE
017900     READ STMTCYC
018000         INVALID KEY
018100             SET Cycle-Row-Is-New TO TRUE
018200             PERFORM 2100-BUILD-CYCLE THRU 2100-BUILD-CYCLE-EXIT
018300     END-READ
018400     MOVE YC-CYCLE-DAY TO Day-Before
018500     MOVE YC-ASSIGN-SOURCE TO Source-Before
018600     IF KR-Action-Move
018700         MOVE KR-CYCLE-DAY TO Sched-Cycle-Day
018800         MOVE "M" TO Sched-Assign-Source
018900     ELSE
019000         MOVE "A" TO Sched-Action
019100         CALL "StatementCycleSchedule" USING Sched-Action,
019200             MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE,
019300             Sched-Cycle-Day, Sched-Assign-Source, Run-Date,
019400             Sched-Result-Date
019500     END-IF
019600     IF Cycle-Row-Exists
019700         AND Sched-Cycle-Day = Day-Before
019800         AND Sched-Assign-Source = Source-Before
019900         ADD 1 TO Requests-Rejected
020000         DISPLAY KR-ACCOUNT-NUMBER
020100             ": Rejected - already on cycle day " Day-Before
020200         GO TO 2000-READ-NEXT
020300     END-IF
020400     PERFORM 2200-SET-CYCLE-DAY THRU 2200-SET-CYCLE-DAY-EXIT.
020500
020600 2000-READ-NEXT.
020700     READ CYCTRAN
020800         AT END
020900             SET Cyctran-EOF TO TRUE
021000     END-READ.
021100 2000-APPLY-REQUEST-EXIT.
021200     EXIT.
021300
021400*> No row yet - the account opened since last night. Start it
021500*> the way the nightly control step would, in the cycle that
021600*> is running today; the night's run folds its first balance.
021700 2100-BUILD-CYCLE.
021800     INITIALIZE YC-STATEMENT-CYCLE-RECORD
021900     MOVE KR-ACCOUNT-NUMBER TO YC-ACCOUNT-NUMBER
022000     MOVE "A" TO Sched-Action
022100     CALL "StatementCycleSchedule" USING Sched-Action,
022200         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
022300         Sched-Assign-Source, Run-Date, Sched-Result-Date
022400     MOVE Sched-Cycle-Day TO YC-CYCLE-DAY
022500     MOVE Sched-Assign-Source TO YC-ASSIGN-SOURCE
022600     MOVE "P" TO Sched-Action
022700     CALL "StatementCycleSchedule" USING Sched-Action,
022800         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
022900         Sched-Assign-Source, Run-Date, Sched-Result-Date
023000     MOVE Sched-Result-Date TO YC-LAST-CYCLE-END
023100                               YC-STATEMENT-CYCLE-END
023200     MOVE ZERO TO YC-PRIOR-CYCLE-END
023300                  YC-CYCLE-BALANCE-SUM
023400                  YC-CYCLE-DAY-COUNT
023500                  YC-CLOSED-BALANCE-SUM
023600                  YC-CLOSED-DAY-COUNT
023700                  YC-LAST-ACCUM-DATE.
023800 2100-BUILD-CYCLE-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*    THE NEW DAY TAKES EFFECT AT THE NEXT CYCLE END: THE FIRST  *
024300*    NEW CYCLE DAY AFTER TODAY. THE CYCLE-TO-DATE AVERAGE       *
024400*    CARRIES ON UNTOUCHED, SO THE CHANGEOVER CYCLE IS ONE       *
024500*    LONGER (OR SHORTER) CYCLE.                                 *
024600*****************************************************************
024700 2200-SET-CYCLE-DAY.
024800     MOVE Sched-Cycle-Day TO YC-CYCLE-DAY
024900     MOVE Sched-Assign-Source TO YC-ASSIGN-SOURCE
025000     MOVE Run-Date TO YC-ASSIGN-DATE
025100     MOVE KR-REQUESTED-BY TO YC-ASSIGNED-BY
025200     MOVE "N" TO Sched-Action
025300     CALL "StatementCycleSchedule" USING Sched-Action,
025400         MF-ACCOUNT-NUMBER, MF-PRODUCT-CODE, Sched-Cycle-Day,
025500         Sched-Assign-Source, Run-Date, Sched-Result-Date
025600     MOVE Sched-Result-Date TO YC-NEXT-CYCLE-END
025700     IF Cycle-Row-Is-New
025800         WRITE YC-STATEMENT-CYCLE-RECORD
025900             INVALID KEY
026000                 ADD 1 TO Requests-Rejected
026100                 DISPLAY KR-ACCOUNT-NUMBER
026200                     ": Rejected - write failed, status "
026300                     Stmtcyc-File-Status
026400                 GO TO 2200-SET-CYCLE-DAY-EXIT
026500         END-WRITE
026600         ADD 1 TO Cycles-Added
026700         MOVE ZERO TO Day-Before
026800         MOVE SPACE TO Source-Before
026900     ELSE
027000         REWRITE YC-STATEMENT-CYCLE-RECORD
027100             INVALID KEY
027200                 ADD 1 TO Requests-Rejected
027300                 DISPLAY KR-ACCOUNT-NUMBER
027400                     ": Rejected - rewrite failed, status "
027500                     Stmtcyc-File-Status
027600                 GO TO 2200-SET-CYCLE-DAY-EXIT
027700         END-REWRITE
027800     END-IF
027900     IF KR-Action-Move
028000         ADD 1 TO Accounts-Moved
028100     ELSE
028200         ADD 1 TO Accounts-Reassigned
028300     END-IF
028400     MOVE Day-Before TO JB-CYCLE-DAY
028500     MOVE Source-Before TO JB-ASSIGN-SOURCE
028600     MOVE YC-CYCLE-DAY TO JA-CYCLE-DAY
028700     MOVE YC-ASSIGN-SOURCE TO JA-ASSIGN-SOURCE
028800     CALL "MasterChangeJournal" USING YC-ACCOUNT-NUMBER,
028900         Jrnl-Field-Name, Jrnl-Before-Image, Jrnl-After-Image,
029000         KR-REQUESTED-BY, Jrnl-Source-Program
029100     DISPLAY KR-ACCOUNT-NUMBER ": Cycle day " YC-CYCLE-DAY
029200         " (" YC-ASSIGN-SOURCE ") - next cycle end "
029300         YC-NEXT-CYCLE-END.
029400 2200-SET-CYCLE-DAY-EXIT.
029500     EXIT.
029600
029700 9000-TERMINATE.
029800     CLOSE CYCTRAN
029900     CLOSE ACCTMSTR
030000     CLOSE STMTCYC
030100     DISPLAY " "
030200     DISPLAY "STATEMENT CYCLE MAINTENANCE SUMMARY"
030300     DISPLAY "Requests read     - " Requests-Read
030400     DISPLAY "Accounts moved    - " Accounts-Moved
030500     DISPLAY "Returned to rule  - " Accounts-Reassigned
030600     DISPLAY "Cycles added      - " Cycles-Added
030700     DISPLAY "Requests rejected - " Requests-Rejected.
030800 9000-TERMINATE-EXIT.
030900     EXIT.
