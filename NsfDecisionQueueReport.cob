000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NsfDecisionQueueReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-23.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    NSFDECISIONQUEUEREPORT                                     *
001100*                                                               *
001200*    NIGHTLY STEP AFTER THE RELATIONSHIP-COVER REBUILD. WALKS   *
001300*    THE NSF PAY/RETURN DECISION QUEUE AND, FOR EVERY ITEM      *
001400*    STILL AWAITING A DECISION: STAMPS THE RETURN DEADLINE ON   *
001500*    A ROW THE POST JUST QUEUED (NSFPARM BUSINESS DAYS AFTER    *
001600*    THE QUEUE DATE, ROLLED PAST WEEKENDS AND HOLCAL HOLIDAYS), *
001700*    REFRESHES THE DECISION CONTEXT FROM TONIGHT'S FILES - THE  *
001800*    CUSTOMER'S CUSTMSTR TRUST SCORE, THE BALHIST TREND, THE    *
001900*    RELCOVR COMBINED BALANCE (THE ACCOUNT'S OWN LEDGER WHEN    *
002000*    IT BELONGS TO NO RELATIONSHIP) AND THE ODLINE HEADROOM -   *
002100*    AND LISTS IT FOR THE OFFICERS, WHO DECIDE IN               *
002200*    NSFDECISIONSESSION BEFORE THE DEADLINE.                    *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-09-23  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT NSFQ ASSIGN TO "NSFQ"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS NQ-TRACE-ID
003900         FILE STATUS IS Nsfq-File-Status.
004000
004100     SELECT NSFPARM ASSIGN TO "NSFPARM"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS Nsfparm-File-Status.
004400
004500     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS MF-ACCOUNT-NUMBER
004900         FILE STATUS IS Acctmstr-File-Status.
005000
005100     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CM-CUSTOMER-NUMBER
005500         FILE STATUS IS Custmstr-File-Status.
005600
005700     SELECT RELCOVR ASSIGN TO "RELCOVR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS RV-ACCOUNT-NUMBER
006100         FILE STATUS IS Relcovr-File-Status.
006200
006300     SELECT ODLINE ASSIGN TO "ODLINE"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS OD-ACCOUNT-NUMBER
006700         FILE STATUS IS Odline-File-Status.
006800
006900     SELECT HOLCAL ASSIGN TO "HOLCAL"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS HC-HOLIDAY-DATE
007300         FILE STATUS IS Holcal-File-Status.
007400
007500     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS Runctlin-File-Status.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  NSFQ.
008200     COPY NSFQ.
008300
008400 FD  NSFPARM.
008500     COPY NSFPARM.
008600
008700 FD  ACCTMSTR.
008800     COPY ACCTMSTR.
008900
009000 FD  CUSTMSTR.
009100     COPY CUSTMSTR.
009200
009300 FD  RELCOVR.
009400     COPY RELCOVR.
009500
009600 FD  ODLINE.
009700     COPY ODLINE.
009800
009900 FD  HOLCAL.
010000     COPY HOLCAL.
010100
010200 FD  RUNCTLIN.
010300     COPY RUNCTL REPLACING
010400         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
010500         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
010600         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
010700         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
010800
010900 WORKING-STORAGE SECTION.
011000 01  Nsfq-File-Status                PIC XX.
011100     88  Nsfq-OK                     VALUE "00".
011200     88  Nsfq-EOF                    VALUE "10".
011300 01  Nsfparm-File-Status             PIC XX.
011400     88  Nsfparm-OK                  VALUE "00".
011500 01  Acctmstr-File-Status            PIC XX.
011600     88  Acctmstr-OK                 VALUE "00".
011700 01  Custmstr-File-Status            PIC XX.
011800     88  Custmstr-OK                 VALUE "00".
011900 01  Relcovr-File-Status             PIC XX.
012000     88  Relcovr-OK                  VALUE "00".
012100 01  Odline-File-Status              PIC XX.
012200     88  Odline-OK                   VALUE "00".
012300 01  Holcal-File-Status              PIC XX.
012400     88  Holcal-OK                   VALUE "00".
012500 01  Runctlin-File-Status            PIC XX.
012600     88  Runctlin-OK                 VALUE "00".
012700     88  Runctlin-Not-Found          VALUE "35".
012800
012900*    SHOP DEFAULT WHEN THE NSF PARM FILE IS MISSING - THE
013000*    MIDNIGHT DEADLINE, ONE BUSINESS DAY AFTER THE QUEUE DATE.
013100 77  Default-Deadline-Days           PIC 9(01) VALUE 1.
013200 01  Deadline-Days                   PIC 9(01).
013300 01  Days-Rolled                     PIC 9(02).
013400
013500 01  Business-Date                   PIC 9(08).
013600 01  Candidate-Date                  PIC 9(08).
013700 01  Candidate-Integer-Date          PIC 9(07).
013800 01  Candidate-Day-Of-Week           PIC 9(01).
013900 01  Business-Day-Switch             PIC X(01).
014000     88  Is-Business-Day             VALUE "Y".
014100     88  Not-Business-Day            VALUE "N".
014200
014300*    BALANCETRENDLOOKUP'S ANSWER FOR THE ACCOUNT.
014400 01  Trend-Balance                   PIC S9(6)V99 COMP-3.
014500 01  Balance-Trend                   PIC X(09).
014600 01  Trend-Found                     PIC X(01).
014700     88  Trend-Was-Found             VALUE "Y".
014800     88  Trend-Was-Not-Found         VALUE "N".
014900
015000 01  Queue-Counters.
015100     05  Rows-Read                   PIC 9(7) COMP.
015200     05  Items-Listed                PIC 9(7) COMP.
015300     05  Deadlines-Stamped           PIC 9(7) COMP.
015400     05  Items-Decided               PIC 9(7) COMP.
015500     05  Listed-Total                PIC 9(09).
015600
015700 PROCEDURE DIVISION.
015800
015900 0000-MAINLINE.
016000     CALL "BatchStepTimer" USING "STEP029B", "S"
016100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016200     PERFORM 2000-LIST-ITEM THRU 2000-LIST-ITEM-EXIT
016300         UNTIL Nsfq-EOF
016400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016500     CALL "BatchStepTimer" USING "STEP029B", "E"
016600     STOP RUN.
016700
016800 1000-INITIALIZE.
016900     OPEN I-O NSFQ
017000     OPEN INPUT ACCTMSTR
017100     OPEN INPUT CUSTMSTR
017200     OPEN INPUT RELCOVR
017300     OPEN INPUT ODLINE
017400     OPEN INPUT HOLCAL
017500     MOVE ZERO TO Rows-Read
017600                  Items-Listed
017700                  Deadlines-Stamped
017800                  Items-Decided
017900                  Listed-Total
018000
018100     OPEN INPUT RUNCTLIN
018200     IF Runctlin-OK
018300         READ RUNCTLIN
018400             AT END
018500                 SET Runctlin-Not-Found TO TRUE
018600         END-READ
018700     END-IF
018800     IF Runctlin-OK
018900         MOVE RI-BUSINESS-DATE TO Business-Date
019000         CLOSE RUNCTLIN
019100     ELSE
019200         ACCEPT Business-Date FROM DATE YYYYMMDD
019300     END-IF
019400
019500     MOVE Default-Deadline-Days TO Deadline-Days
019600     OPEN INPUT NSFPARM
019700     IF Nsfparm-OK
019800         READ NSFPARM
019900             AT END
020000                 CONTINUE
020100             NOT AT END
020200                 IF NF-DEADLINE-DAYS NUMERIC
020300                     AND NF-DEADLINE-DAYS > ZERO
020400                     MOVE NF-DEADLINE-DAYS TO Deadline-Days
020500                 END-IF
020600         END-READ
020700         CLOSE NSFPARM
020800     END-IF
020900
021000     DISPLAY "NSF PAY/RETURN DECISION QUEUE - " Business-Date
021100     DISPLAY "DECIDE IN NSFDECISIONSESSION BY THE DEADLINE SHOWN;"
021200     DISPLAY "UNDECIDED ITEMS ARE PAID OR RETURNED BY RULE."
021300     DISPLAY "=================================================="
021400     READ NSFQ NEXT RECORD
021500         AT END
021600             SET Nsfq-EOF TO TRUE
021700     END-READ.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000
022100 2000-LIST-ITEM.
022200     ADD 1 TO Rows-Read
022300     IF NOT NQ-AWAITING-DECISION
022400         IF NQ-DECIDED-PAY OR NQ-DECIDED-RETURN
022500             ADD 1 TO Items-Decided
022600         END-IF
022700         GO TO 2000-READ-NEXT
022800     END-IF
022900     IF NQ-DEADLINE-DATE = ZERO
023000         PERFORM 2100-STAMP-DEADLINE
023100             THRU 2100-STAMP-DEADLINE-EXIT
023200     END-IF
023300     PERFORM 2200-GATHER-CONTEXT THRU 2200-GATHER-CONTEXT-EXIT
023400     REWRITE NQ-NSF-QUEUE-RECORD
023500     ADD 1 TO Items-Listed
023600     ADD NQ-ITEM-AMOUNT TO Listed-Total
023700     DISPLAY "  TRACE " NQ-TRACE-ID
023800         "  ACCT " NQ-ACCOUNT-NUMBER
023900         "  BR " NQ-BRANCH-CODE
024000         "  " NQ-ITEM-KIND
024100         "  AMT " NQ-ITEM-AMOUNT
024200         "  OVERDRAW " NQ-OVERDRAW-AMOUNT
024300         "  DUE " NQ-DEADLINE-DATE
024400     DISPLAY "      TRUST " NQ-TRUST-SCORE
024500         "  TREND " NQ-BALANCE-TREND
024600         "  COMBINED " NQ-COMBINED-BALANCE
024700         "  OD LINE AVAIL " NQ-LINE-AVAILABLE
024800         "  LEDGER " NQ-LEDGER-BALANCE.
024900
025000 2000-READ-NEXT.
025100     READ NSFQ NEXT RECORD
025200         AT END
025300             SET Nsfq-EOF TO TRUE
025400     END-READ.
025500 2000-LIST-ITEM-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900*    THE DEADLINE IS COUNTED IN BUSINESS DAYS FROM THE DATE THE *
026000*    POST QUEUED THE ITEM; A WEEKEND OR HOLCAL HOLIDAY DOES NOT *
026100*    COUNT.                                                     *
026200*****************************************************************
026300 2100-STAMP-DEADLINE.
026400     MOVE NQ-QUEUED-DATE TO Candidate-Date
026500     PERFORM 2110-NEXT-BUSINESS-DAY
026600         THRU 2110-NEXT-BUSINESS-DAY-EXIT
026700         VARYING Days-Rolled FROM 1 BY 1
026800         UNTIL Days-Rolled > Deadline-Days
026900     MOVE Candidate-Date TO NQ-DEADLINE-DATE
027000     ADD 1 TO Deadlines-Stamped.
027100 2100-STAMP-DEADLINE-EXIT.
027200     EXIT.
027300
027400 2110-NEXT-BUSINESS-DAY.
027500     COMPUTE Candidate-Integer-Date =
027600         FUNCTION INTEGER-OF-DATE(Candidate-Date) + 1
027700     MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
027800         TO Candidate-Date
027900     SET Not-Business-Day TO TRUE
028000     PERFORM 2120-CHECK-CANDIDATE-DATE
028100         THRU 2120-CHECK-CANDIDATE-DATE-EXIT
028200         UNTIL Is-Business-Day.
028300 2110-NEXT-BUSINESS-DAY-EXIT.
028400     EXIT.
028500
028600 2120-CHECK-CANDIDATE-DATE.
028700     COMPUTE Candidate-Integer-Date =
028800         FUNCTION INTEGER-OF-DATE(Candidate-Date)
028900     COMPUTE Candidate-Day-Of-Week =
029000         FUNCTION MOD(Candidate-Integer-Date, 7)
029100     MOVE Candidate-Date TO HC-HOLIDAY-DATE
029200     READ HOLCAL
029300         INVALID KEY
029400             CONTINUE
029500     END-READ
029600     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
029700             OR Holcal-OK
029800         COMPUTE Candidate-Integer-Date =
029900             Candidate-Integer-Date + 1
030000         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
030100             TO Candidate-Date
030200     ELSE
030300         SET Is-Business-Day TO TRUE
030400     END-IF.
030500 2120-CHECK-CANDIDATE-DATE-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*    THE PICTURE THE OFFICER DECIDES ON, AS OF TONIGHT'S POST.  *
031000*    CUSTMSTR IS KEYED BY THE ACCOUNT NUMBER. AN ACCOUNT        *
031100*    OUTSIDE ANY RELATIONSHIP IS ITS OWN HOUSEHOLD, AND AN      *
031200*    ACCOUNT WITH NO OVERDRAFT LINE HAS NO HEADROOM.            *
031300*****************************************************************
031400 2200-GATHER-CONTEXT.
031500     MOVE NQ-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
031600     READ ACCTMSTR
031700         INVALID KEY
031800             CONTINUE
031900         NOT INVALID KEY
032000             MOVE MF-ACCOUNT-BALANCE TO NQ-LEDGER-BALANCE
032100     END-READ
032200     MOVE NQ-LEDGER-BALANCE TO Trend-Balance
032300
032400     MOVE ZERO TO NQ-TRUST-SCORE
032500     MOVE NQ-ACCOUNT-NUMBER TO CM-CUSTOMER-NUMBER
032600     READ CUSTMSTR
032700         INVALID KEY
032800             CONTINUE
032900         NOT INVALID KEY
033000             MOVE CM-CUSTOMER-TRUST-SCORE TO NQ-TRUST-SCORE
033100     END-READ
033200
033300     CALL "BalanceTrendLookup" USING NQ-ACCOUNT-NUMBER,
033400         Trend-Balance, Balance-Trend, Trend-Found
033500     IF Trend-Was-Found
033600         MOVE Balance-Trend TO NQ-BALANCE-TREND
033700     ELSE
033800         MOVE "NO HIST" TO NQ-BALANCE-TREND
033900     END-IF
034000
034100     MOVE NQ-ACCOUNT-NUMBER TO RV-ACCOUNT-NUMBER
034200     READ RELCOVR
034300         INVALID KEY
034400             MOVE NQ-LEDGER-BALANCE TO NQ-COMBINED-BALANCE
034500         NOT INVALID KEY
034600             MOVE RV-COMBINED-BALANCE TO NQ-COMBINED-BALANCE
034700     END-READ
034800
034900     MOVE ZERO TO NQ-LINE-AVAILABLE
035000     MOVE NQ-ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER
035100     READ ODLINE
035200         INVALID KEY
035300             CONTINUE
035400         NOT INVALID KEY
035500             IF OD-LINE-LIMIT > OD-DRAWN-BALANCE
035600                 COMPUTE NQ-LINE-AVAILABLE =
035700                     OD-LINE-LIMIT - OD-DRAWN-BALANCE
035800             END-IF
035900     END-READ.
036000 2200-GATHER-CONTEXT-EXIT.
036100     EXIT.
036200
036300 9000-TERMINATE.
036400     CLOSE NSFQ
036500     CLOSE ACCTMSTR
036600     CLOSE CUSTMSTR
036700     CLOSE RELCOVR
036800     CLOSE ODLINE
036900     CLOSE HOLCAL
037000     IF Items-Listed = ZERO
037100         DISPLAY "  (NO ITEMS AWAITING A DECISION)"
037200     END-IF
037300     DISPLAY " "
037400     DISPLAY "Queue rows read         - " Rows-Read
037500     DISPLAY "Awaiting decision       - " Items-Listed
037600     DISPLAY "Dollars awaiting        - " Listed-Total
037700     DISPLAY "Deadlines stamped       - " Deadlines-Stamped
037800     DISPLAY "Decided, not yet released - " Items-Decided.
037900 9000-TERMINATE-EXIT.
038000     EXIT.
