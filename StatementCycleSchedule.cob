000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StatementCycleSchedule.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STATEMENTCYCLESCHEDULE                                     *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM (POSTINGORDERRANK MOLD) THAT OWNS THE  *
001300*    STATEMENT CYCLE CALENDAR. THE CYCRULE ASSIGNMENT RULES     *
001400*    AND THE SCHEDCTL BILL ROW'S END DAY (THE SHOP DEFAULT)     *
001500*    ARE LOADED ON THE FIRST CALL. ACTIONS:                     *
001600*      A  CHOOSE THE CYCLE DAY FOR AN ACCOUNT - FIRST CYCRULE   *
001700*         RANGE ROW COVERING THE ACCOUNT NUMBER, ELSE FIRST     *
001800*         PRODUCT ROW, ELSE THE SHOP DEFAULT - AND SAY WHICH.   *
001900*      N  THE FIRST CYCLE END FOR THE DAY STRICTLY AFTER THE    *
002000*         FROM-DATE.                                            *
002100*      P  THE LAST CYCLE END FOR THE DAY ON OR BEFORE THE       *
002200*         FROM-DATE.                                            *
002300*    A CYCLE DAY PAST THE END OF A SHORT MONTH ENDS THE CYCLE   *
002400*    ON THAT MONTH'S LAST DAY, SO DAY 31 MEANS MONTH-END.       *
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
003700     SELECT CYCRULE ASSIGN TO "CYCRULE"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS Cycrule-File-Status.
004000
004100     SELECT SCHEDCTL ASSIGN TO "SCHEDCTL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS SC-CYCLE-ID
004500         FILE STATUS IS Schedctl-File-Status.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CYCRULE.
005000     COPY CYCRULE.
005100
005200 FD  SCHEDCTL.
005300     COPY SCHEDCTL.
005400
005500 WORKING-STORAGE SECTION.
005600 01  Cycrule-File-Status             PIC XX.
005700     88  Cycrule-OK                  VALUE "00".
005800     88  Cycrule-EOF                 VALUE "10".
005900 01  Schedctl-File-Status            PIC XX.
006000     88  Schedctl-OK                 VALUE "00".
006100 01  First-Call-Switch               PIC X(01) VALUE "Y".
006200     88  This-Is-First-Call          VALUE "Y".
006300     88  Tables-Are-Loaded           VALUE "N".
006400
006500*    THE SHOP DEFAULT WHEN NO RULE MATCHES AND THE SCHEDCTL
006600*    BILL ROW IS MISSING - THE OLD SINGLE STATEMENT WINDOW'S
006700*    END DAY.
006800 77  Cycle-Id                        PIC X(04) VALUE "BILL".
006900 01  Default-Cycle-Day               PIC 9(02) VALUE 10.
007000
007100*    THE ASSIGNMENT RULES, LOADED ONCE IN FILE ORDER.
007200 01  Cycle-Rule-Table.
007300     05  Cycle-Rule-Count            PIC 9(03) COMP.
007400     05  Cycle-Rule-Entry OCCURS 200 TIMES.
007500         10  CR-RULE-TYPE            PIC X(01).
007600         10  CR-PRODUCT-CODE         PIC X(04).
007700         10  CR-RANGE-LOW            PIC X(10).
007800         10  CR-RANGE-HIGH           PIC X(10).
007900         10  CR-CYCLE-DAY            PIC 9(02).
008000 01  Rule-Sub                        PIC 9(03) COMP.
008100 01  Range-Found-Sub                 PIC 9(03) COMP.
008200 01  Product-Found-Sub               PIC 9(03) COMP.
008300
008400 01  From-Date-Parts.
008500     05  From-Year                   PIC 9(04).
008600     05  From-Month                  PIC 9(02).
008700     05  From-Day                    PIC 9(02).
008800 01  Cycle-Month-Parts.
008900     05  Cycle-Month-Year            PIC 9(04).
009000     05  Cycle-Month-Month           PIC 9(02).
009100     05  Cycle-Month-Day             PIC 9(02).
009200 01  Cycle-Month-Date REDEFINES Cycle-Month-Parts
009300                                     PIC 9(08).
009400 01  Following-Month-Parts.
009500     05  Following-Month-Year        PIC 9(04).
009600     05  Following-Month-Month       PIC 9(02).
009700     05  Following-Month-Day         PIC 9(02).
009800 01  Following-Month-Date REDEFINES Following-Month-Parts
009900                                     PIC 9(08).
010000 01  Month-Length                    PIC 9(02).
010100 01  Candidate-Date                  PIC 9(08).
010200
010300 LINKAGE SECTION.
010400 01  Sched-Action                    PIC X(01).
010500     88  Sched-Assign-Day            VALUE "A".
010600     88  Sched-Next-End              VALUE "N".
010700     88  Sched-Prior-End             VALUE "P".
010800 01  Sched-Account-Number            PIC X(10).
010900 01  Sched-Product-Code              PIC X(04).
011000 01  Sched-Cycle-Day                 PIC 9(02).
011100 01  Sched-Assign-Source             PIC X(01).
011200 01  Sched-From-Date                 PIC 9(08).
011300 01  Sched-Result-Date               PIC 9(08).
011400
011500 PROCEDURE DIVISION USING Sched-Action, Sched-Account-Number,
011600         Sched-Product-Code, Sched-Cycle-Day,
011700         Sched-Assign-Source, Sched-From-Date,
011800         Sched-Result-Date.
011900
012000 0000-MAINLINE.
012100     IF This-Is-First-Call
012200         PERFORM 1000-LOAD-TABLES THRU 1000-LOAD-TABLES-EXIT
012300         SET Tables-Are-Loaded TO TRUE
012400     END-IF
012500     IF Sched-Assign-Day
012600         PERFORM 2000-ASSIGN-DAY THRU 2000-ASSIGN-DAY-EXIT
012700         GO TO 0000-MAINLINE-EXIT
012800     END-IF
012900     MOVE ZERO TO Sched-Result-Date
013000     IF Sched-Cycle-Day < 1 OR Sched-Cycle-Day > 31
013100         GO TO 0000-MAINLINE-EXIT
013200     END-IF
013300     IF Sched-Next-End
013400         PERFORM 3000-NEXT-END THRU 3000-NEXT-END-EXIT
013500     END-IF
013600     IF Sched-Prior-End
013700         PERFORM 3100-PRIOR-END THRU 3100-PRIOR-END-EXIT
013800     END-IF.
013900 0000-MAINLINE-EXIT.
014000     EXIT PROGRAM.
014100
014200*> Either file missing just means fewer choices - no rules
014300*> puts every account on the shop default day.
014400 1000-LOAD-TABLES.
014500     MOVE ZERO TO Cycle-Rule-Count
014600     OPEN INPUT SCHEDCTL
014700     IF Schedctl-OK
014800         MOVE Cycle-Id TO SC-CYCLE-ID
014900         READ SCHEDCTL
015000             INVALID KEY
015100                 DISPLAY "Schedule not on file for cycle "
015200                     Cycle-Id "; using shop default."
015300             NOT INVALID KEY
015400                 IF SC-CYCLE-END-DAY >= 1
015500                     AND SC-CYCLE-END-DAY <= 31
015600                     MOVE SC-CYCLE-END-DAY
015700                         TO Default-Cycle-Day
015800                 END-IF
015900         END-READ
016000         CLOSE SCHEDCTL
016100     END-IF
016200     OPEN INPUT CYCRULE
016300     IF Cycrule-OK
016400         READ CYCRULE
016500             AT END
016600                 SET Cycrule-EOF TO TRUE
016700         END-READ
016800         PERFORM 1100-LOAD-ONE-RULE THRU 1100-LOAD-ONE-RULE-EXIT
016900             UNTIL Cycrule-EOF
017000         CLOSE CYCRULE
017100     END-IF.
017200 1000-LOAD-TABLES-EXIT.
017300     EXIT.
017400
017500 1100-LOAD-ONE-RULE.
017600     IF YR-CYCLE-DAY NOT NUMERIC
017700         OR YR-CYCLE-DAY < 1 OR YR-CYCLE-DAY > 31
017800         OR NOT (YR-Rule-Range OR YR-Rule-Product)
017900         DISPLAY "Cycle rule skipped - bad type or day: "
018000             YR-CYCLE-RULE-RECORD
018100         GO TO 1100-READ-NEXT
018200     END-IF
018300     IF Cycle-Rule-Count < 200
018400         ADD 1 TO Cycle-Rule-Count
018500         MOVE YR-RULE-TYPE TO CR-RULE-TYPE (Cycle-Rule-Count)
018600         MOVE YR-PRODUCT-CODE
018700             TO CR-PRODUCT-CODE (Cycle-Rule-Count)
018800         MOVE YR-RANGE-LOW TO CR-RANGE-LOW (Cycle-Rule-Count)
018900         MOVE YR-RANGE-HIGH TO CR-RANGE-HIGH (Cycle-Rule-Count)
019000         MOVE YR-CYCLE-DAY TO CR-CYCLE-DAY (Cycle-Rule-Count)
019100     ELSE
019200         DISPLAY "Cycle rule table full; rule not loaded: "
019300             YR-CYCLE-RULE-RECORD
019400     END-IF.
019500
019600 1100-READ-NEXT.
019700     READ CYCRULE
019800         AT END
019900             SET Cycrule-EOF TO TRUE
020000     END-READ.
020100 1100-LOAD-ONE-RULE-EXIT.
020200     EXIT.
020300
020400*****************************************************************
020500*    A RANGE ROW OUTRANKS A PRODUCT ROW; WITHIN EACH KIND THE   *
020600*    FIRST ROW ON THE FILE WINS.                                *
020700*****************************************************************
020800 2000-ASSIGN-DAY.
020900     MOVE ZERO TO Range-Found-Sub
021000                  Product-Found-Sub
021100     PERFORM 2100-MATCH-RULE THRU 2100-MATCH-RULE-EXIT
021200         VARYING Rule-Sub FROM 1 BY 1
021300         UNTIL Rule-Sub > Cycle-Rule-Count
021400             OR Range-Found-Sub > 0
021500     IF Range-Found-Sub > 0
021600         MOVE CR-CYCLE-DAY (Range-Found-Sub) TO Sched-Cycle-Day
021700         MOVE "R" TO Sched-Assign-Source
021800         GO TO 2000-ASSIGN-DAY-EXIT
021900     END-IF
022000     IF Product-Found-Sub > 0
022100         MOVE CR-CYCLE-DAY (Product-Found-Sub)
022200             TO Sched-Cycle-Day
022300         MOVE "P" TO Sched-Assign-Source
022400         GO TO 2000-ASSIGN-DAY-EXIT
022500     END-IF
022600     MOVE Default-Cycle-Day TO Sched-Cycle-Day
022700     MOVE "D" TO Sched-Assign-Source.
022800 2000-ASSIGN-DAY-EXIT.
022900     EXIT.
023000
023100 2100-MATCH-RULE.
023200     IF CR-RULE-TYPE (Rule-Sub) = "R"
023300         IF Sched-Account-Number >= CR-RANGE-LOW (Rule-Sub)
023400             AND Sched-Account-Number <= CR-RANGE-HIGH (Rule-Sub)
023500             MOVE Rule-Sub TO Range-Found-Sub
023600         END-IF
023700     ELSE
023800         IF Product-Found-Sub = 0
023900             AND Sched-Product-Code = CR-PRODUCT-CODE (Rule-Sub)
024000             MOVE Rule-Sub TO Product-Found-Sub
024100         END-IF
024200     END-IF.
024300 2100-MATCH-RULE-EXIT.
024400     EXIT.
024500
024600*****************************************************************
024700*    THE CYCLE END IN THE FROM-DATE'S OWN MONTH DECIDES WHICH   *
024800*    WAY TO STEP: PAST IT FOR THE NEXT END, BEHIND IT FOR THE   *
024900*    PRIOR ONE.                                                 *
025000*****************************************************************
025100 3000-NEXT-END.
025200     MOVE Sched-From-Date TO From-Date-Parts
025300     MOVE From-Year TO Cycle-Month-Year
025400     MOVE From-Month TO Cycle-Month-Month
025500     PERFORM 3200-CYCLE-END-IN-MONTH
025600         THRU 3200-CYCLE-END-IN-MONTH-EXIT
025700     IF Candidate-Date > Sched-From-Date
025800         MOVE Candidate-Date TO Sched-Result-Date
025900         GO TO 3000-NEXT-END-EXIT
026000     END-IF
026100     IF Cycle-Month-Month = 12
026200         ADD 1 TO Cycle-Month-Year
026300         MOVE 1 TO Cycle-Month-Month
026400     ELSE
026500         ADD 1 TO Cycle-Month-Month
026600     END-IF
026700     PERFORM 3200-CYCLE-END-IN-MONTH
026800         THRU 3200-CYCLE-END-IN-MONTH-EXIT
026900     MOVE Candidate-Date TO Sched-Result-Date.
027000 3000-NEXT-END-EXIT.
027100     EXIT.
027200
027300 3100-PRIOR-END.
027400     MOVE Sched-From-Date TO From-Date-Parts
027500     MOVE From-Year TO Cycle-Month-Year
027600     MOVE From-Month TO Cycle-Month-Month
027700     PERFORM 3200-CYCLE-END-IN-MONTH
027800         THRU 3200-CYCLE-END-IN-MONTH-EXIT
027900     IF Candidate-Date <= Sched-From-Date
028000         MOVE Candidate-Date TO Sched-Result-Date
028100         GO TO 3100-PRIOR-END-EXIT
028200     END-IF
028300     IF Cycle-Month-Month = 1
028400         SUBTRACT 1 FROM Cycle-Month-Year
028500         MOVE 12 TO Cycle-Month-Month
028600     ELSE
028700         SUBTRACT 1 FROM Cycle-Month-Month
028800     END-IF
028900     PERFORM 3200-CYCLE-END-IN-MONTH
029000         THRU 3200-CYCLE-END-IN-MONTH-EXIT
029100     MOVE Candidate-Date TO Sched-Result-Date.
029200 3100-PRIOR-END-EXIT.
029300     EXIT.
029400
029500*> The cycle day in the month held in Cycle-Month-Year and
029600*> -Month, pulled back to the month's last day when short.
029700 3200-CYCLE-END-IN-MONTH.
029800     MOVE 1 TO Cycle-Month-Day
029900     MOVE Cycle-Month-Date TO Following-Month-Date
030000     IF Following-Month-Month = 12
030100         ADD 1 TO Following-Month-Year
030200         MOVE 1 TO Following-Month-Month
030300     ELSE
030400         ADD 1 TO Following-Month-Month
030500     END-IF
030600     COMPUTE Month-Length =
030700         FUNCTION INTEGER-OF-DATE(Following-Month-Date)
030800             - FUNCTION INTEGER-OF-DATE(Cycle-Month-Date)
030900     IF Sched-Cycle-Day > Month-Length
031000         MOVE Month-Length TO Cycle-Month-Day
031100     ELSE
031200         MOVE Sched-Cycle-Day TO Cycle-Month-Day
031300     END-IF
031400     MOVE Cycle-Month-Date TO Candidate-Date.
031500 3200-CYCLE-END-IN-MONTH-EXIT.
031600     EXIT.
