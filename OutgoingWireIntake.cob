000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OutgoingWireIntake.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    OUTGOINGWIREINTAKE                                         *
001100*                                                               *
001200*    INTAKE FOR THE WIRE ROOM'S OUTGOING REQUESTS - CUSTOMER    *
001300*    WIRES ARE NO LONGER TYPED STRAIGHT INTO THE FED TERMINAL   *
001400*    WITH NO TRAIL ON THE MASTER. EACH REQUEST MUST FIND AN     *
001500*    OPEN ACCOUNT WHOSE AVAILABLE BALANCE (LEDGER LESS HOLDS    *
001600*    AND UNCOLLECTED FUNDS) COVERS IT, AND ITS BENEFICIARY IS   *
001700*    RUN THROUGH WATCHLISTSCREEN - A MATCH PARKS THE WIRE IN W  *
001800*    FOR COMPLIANCE WITH NO FUNDS RESERVED. A CLEAN WIRE TAKES  *
001900*    A WO HOLD FOR ITS AMOUNT SO THE DAY CANNOT SPEND THE       *
002000*    MONEY TWICE, AND QUEUES ON WIREOQ: RELEASED AT ONCE AT OR  *
002100*    UNDER THE WIREPARM CALLBACK LIMIT, OTHERWISE AWAITING A    *
002200*    SECOND OPERATOR'S CALLBACK (OUTGOINGWIRECALLBACK). A       *
002300*    REQUEST STAMPED AFTER THE DAILY CUTOFF, OR ON A WEEKEND    *
002400*    OR HOLCAL HOLIDAY, TAKES THE NEXT BUSINESS DAY AS ITS      *
002500*    VALUE DATE. THE NIGHT'S OUTGOINGWIRERELEASE DEBITS AND     *
002600*    SENDS WHAT IS RELEASED AND DUE.                            *
002700*                                                               *
002800*    MODIFICATION HISTORY                                      *
002900*    ------------------------------------------------------    *
003000*    DATE       INIT  DESCRIPTION                              *
003100*    ---------  ----  -----------------------------------      *
003200*    2026-09-18  RLB  ORIGINAL.                                *
003300*                                                               *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT WIREOREQ ASSIGN TO "WIREOREQ"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS Wireoreq-File-Status.
004200
004300     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS MF-ACCOUNT-NUMBER
004700         FILE STATUS IS Acctmstr-File-Status.
004800
004900     SELECT WIREOQ ASSIGN TO "WIREOQ"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS WO-WIRE-REFERENCE
005300         FILE STATUS IS Wireoq-File-Status.
005400
005500     SELECT HOLDS ASSIGN TO "HOLDS"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS HD-HOLD-KEY
005900         FILE STATUS IS Holds-File-Status.
006000
006100     SELECT HOLCAL ASSIGN TO "HOLCAL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS HC-HOLIDAY-DATE
006500         FILE STATUS IS Holcal-File-Status.
006600
006700     SELECT WIREPARM ASSIGN TO "WIREPARM"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS Wireparm-File-Status.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  WIREOREQ.
007400     COPY WIREOREQ.
007500
007600 FD  ACCTMSTR.
007700     COPY ACCTMSTR.
007800
007900 FD  WIREOQ.
008000     COPY WIREOQ.
008100
008200 FD  HOLDS.
008300     COPY HOLDS.
008400
008500 FD  HOLCAL.
008600     COPY HOLCAL.
008700
008800 FD  WIREPARM.
008900     COPY WIREPARM.
009000
009100 WORKING-STORAGE SECTION.
009200 01  Wireoreq-File-Status            PIC XX.
009300     88  Wireoreq-OK                 VALUE "00".
009400     88  Wireoreq-EOF                VALUE "10".
009500 01  Acctmstr-File-Status            PIC XX.
009600     88  Acctmstr-OK                 VALUE "00".
009700     88  Acctmstr-Not-On-File        VALUE "23".
009800 01  Wireoq-File-Status              PIC XX.
009900     88  Wireoq-OK                   VALUE "00".
010000     88  Wireoq-Not-On-File          VALUE "23".
010100 01  Holds-File-Status               PIC XX.
010200     88  Holds-OK                    VALUE "00".
010300 01  Holcal-File-Status              PIC XX.
010400     88  Holcal-OK                   VALUE "00".
010500     88  Holcal-Not-Found            VALUE "23".
010600 01  Wireparm-File-Status            PIC XX.
010700     88  Wireparm-OK                 VALUE "00".
010800     88  Wireparm-Not-Found          VALUE "35".
010900
011000*    SHOP DEFAULTS WHEN THE PARAMETER FILE IS MISSING OR A
011100*    FIELD IS LEFT ZERO.
011200 77  Callback-Limit                  PIC 9(07) VALUE 10000.
011300 77  Cutoff-Time                     PIC 9(04) VALUE 1500.
011400*    THE MOST THE NIGHT'S DAILYTRN ITEM CAN CARRY - SIX
011500*    WHOLE-DOLLAR DIGITS. A BIGGER WIRE GOES OUT BY HAND.
011600 77  Posting-Capacity                PIC 9(09) VALUE 999999.
011700*    THE HOLD THAT RESERVES A QUEUED WIRE'S FUNDS; THE NIGHT'S
011800*    RELEASE (OR A CALLBACK REJECTION) TAKES IT OFF AGAIN.
011900 77  Wire-Hold-Type                  PIC X(02) VALUE "WO".
012000 77  Wire-Hold-Authority             PIC X(20)
012100                                     VALUE "OUTGOING WIRE".
012200
012300 01  Holds-Total                     PIC S9(7)V99.
012400 01  Uncollected-Total               PIC S9(7)V99.
012500 01  Spendable-Balance               PIC S9(7)V99.
012600 01  Reject-Reason                   PIC X(30).
012700 01  Next-Hold-Sequence              PIC 9(03).
012800 01  Hold-Scan-Switch                PIC X(01).
012900     88  Hold-Scan-Is-Done           VALUE "Y".
013000     88  Hold-Scan-Is-Active         VALUE "N".
013100
013200 01  Screen-Subject-Name             PIC X(30).
013300 01  Screen-Match-Result             PIC X(01).
013400     88  Screen-Match-Found          VALUE "Y".
013500     88  Screen-Match-Clean          VALUE "N".
013600 01  Screen-Listed-Name              PIC X(30).
013700 01  Screen-List-Source              PIC X(10).
013800
013900 01  Run-Date                        PIC 9(08).
014000 01  Run-Time                        PIC 9(08).
014100 01  Received-Date                   PIC 9(08).
014200 01  Received-Time                   PIC 9(04).
014300 01  Candidate-Date                  PIC 9(08).
014400 01  Candidate-Integer-Date          PIC 9(08).
014500 01  Candidate-Day-Of-Week           PIC 9(01).
014600 01  Business-Day-Switch             PIC X(01).
014700     88  Is-Business-Day             VALUE "Y".
014800     88  Is-Not-Business-Day         VALUE "N".
014900
015000 01  Intake-Counters.
015100     05  Requests-Read               PIC 9(7) COMP.
015200     05  Wires-Released              PIC 9(7) COMP.
015300     05  Wires-For-Callback          PIC 9(7) COMP.
015400     05  Wires-Watch-Held            PIC 9(7) COMP.
015500     05  Wires-Rolled                PIC 9(7) COMP.
015600     05  Requests-Rejected           PIC 9(7) COMP.
015700     05  Queued-Total                PIC S9(11)V99.
015800
015900 PROCEDURE DIVISION.
016000
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016300     PERFORM 2000-TAKE-REQUEST THRU 2000-TAKE-REQUEST-EXIT
016400         UNTIL Wireoreq-EOF
016500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016600     STOP RUN.
016700
016800 1000-INITIALIZE.
016900     OPEN INPUT WIREOREQ
017000     OPEN INPUT ACCTMSTR
017100     OPEN I-O WIREOQ
017200     OPEN INPUT HOLCAL
017300     MOVE ZERO TO Requests-Read
017400                  Wires-Released
017500                  Wires-For-Callback
017600                  Wires-Watch-Held
017700                  Wires-Rolled
017800                  Requests-Rejected
017900                  Queued-Total
018000     ACCEPT Run-Date FROM DATE YYYYMMDD
018100     ACCEPT Run-Time FROM TIME
018200     OPEN INPUT WIREPARM
018300     IF Wireparm-OK
018400         READ WIREPARM
018500             AT END
018600                 SET Wireparm-Not-Found TO TRUE
018700         END-READ
018800     END-IF
018900     IF Wireparm-OK
019000         IF WT-CALLBACK-LIMIT NUMERIC
019100             AND WT-CALLBACK-LIMIT > 0
019200             MOVE WT-CALLBACK-LIMIT TO Callback-Limit
019300         END-IF
019400         IF WT-CUTOFF-TIME NUMERIC
019500             AND WT-CUTOFF-TIME > 0
019600             MOVE WT-CUTOFF-TIME TO Cutoff-Time
019700         END-IF
019800         CLOSE WIREPARM
019900     END-IF
020000     DISPLAY "OUTGOING WIRE INTAKE - " Run-Date
020100         "  (CALLBACK OVER " Callback-Limit
020200         ", CUTOFF " Cutoff-Time ")"
020300     DISPLAY "========================================"
020400     READ WIREOREQ
020500         AT END
020600             SET Wireoreq-EOF TO TRUE
020700     END-READ.
020800 1000-INITIALIZE-EXIT.
020900     EXIT.
021000
021100 2000-TAKE-REQUEST.
021200     ADD 1 TO Requests-Read
021300     MOVE SPACES TO Reject-Reason
021400     IF WR-WIRE-AMOUNT NOT NUMERIC
021500         OR WR-WIRE-AMOUNT = ZERO
021600         MOVE "Amount not numeric" TO Reject-Reason
021700         GO TO 2000-REJECT
021800     END-IF
021900*> The night's debit carries six whole-dollar digits; a bigger
022000*> wire would truncate on the DAILYTRN item.
022100     IF WR-WIRE-AMOUNT > Posting-Capacity
022200         MOVE "Exceeds posting capacity" TO Reject-Reason
022300         GO TO 2000-REJECT
022400     END-IF
022500     IF WR-BENEFICIARY-NAME = SPACES
022600         OR WR-BENEFICIARY-ACCOUNT = SPACES
022700         OR WR-RECEIVER-ABA NOT NUMERIC
022800         MOVE "Beneficiary incomplete" TO Reject-Reason
022900         GO TO 2000-REJECT
023000     END-IF
023100     MOVE WR-WIRE-REFERENCE TO WO-WIRE-REFERENCE
023200     READ WIREOQ
023300         INVALID KEY
023400             CONTINUE
023500         NOT INVALID KEY
023600             MOVE "Reference already queued" TO Reject-Reason
023700             GO TO 2000-REJECT
023800     END-READ
023900     MOVE WR-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
024000     READ ACCTMSTR
024100         INVALID KEY
024200             MOVE "Account not on master" TO Reject-Reason
024300             GO TO 2000-REJECT
024400     END-READ
024500     IF MF-Account-Is-Closed
024600         MOVE "Account closed" TO Reject-Reason
024700         GO TO 2000-REJECT
024800     END-IF
024900     IF MF-ACCOUNT-STATUS = "Pending Review"
025000         MOVE "Account pending review" TO Reject-Reason
025100         GO TO 2000-REJECT
025200     END-IF
025300
025400*> The customer may send only the collected, unheld balance -
025500*> the same availability the nightly withdrawal edit enforces.
025600     CALL "AccountHoldsTotal" USING WR-ACCOUNT-NUMBER,
025700         Holds-Total
025800     CALL "AccountUncollectedTotal" USING WR-ACCOUNT-NUMBER,
025900         Uncollected-Total
026000     COMPUTE Spendable-Balance =
026100         MF-ACCOUNT-BALANCE - Holds-Total - Uncollected-Total
026200     IF WR-WIRE-AMOUNT > Spendable-Balance
026300         MOVE "Insufficient available funds" TO Reject-Reason
026400         GO TO 2000-REJECT
026500     END-IF
026600
026700     PERFORM 2100-SET-VALUE-DATE THRU 2100-SET-VALUE-DATE-EXIT
026800     PERFORM 2300-BUILD-QUEUE-ROW THRU 2300-BUILD-QUEUE-ROW-EXIT
026900
027000*> A listed beneficiary stops the wire cold - nothing is
027100*> reserved or sent until compliance works the match.
027200     MOVE WR-BENEFICIARY-NAME TO Screen-Subject-Name
027300     CALL "WatchListScreen" USING Screen-Subject-Name,
027400         Screen-Match-Result, Screen-Listed-Name,
027500         Screen-List-Source
027600     IF Screen-Match-Found
027700         SET WO-WATCH-LIST-HOLD TO TRUE
027800         WRITE WO-OUT-WIRE-QUEUE-RECORD
027900         ADD 1 TO Wires-Watch-Held
028000         DISPLAY WR-WIRE-REFERENCE "  " WR-ACCOUNT-NUMBER
028100             "  " WR-WIRE-AMOUNT "  WATCH-LIST HOLD - "
028200             Screen-List-Source " " Screen-Listed-Name
028300         GO TO 2000-READ-NEXT
028400     END-IF
028500
028600     PERFORM 2200-RESERVE-FUNDS THRU 2200-RESERVE-FUNDS-EXIT
028700     IF Reject-Reason NOT = SPACES
028800         GO TO 2000-REJECT
028900     END-IF
029000     MOVE Next-Hold-Sequence TO WO-HOLD-SEQUENCE
029100     IF WR-WIRE-AMOUNT > Callback-Limit
029200         SET WO-AWAITING-CALLBACK TO TRUE
029300         ADD 1 TO Wires-For-Callback
029400     ELSE
029500         SET WO-WIRE-RELEASED TO TRUE
029600         ADD 1 TO Wires-Released
029700     END-IF
029800     WRITE WO-OUT-WIRE-QUEUE-RECORD
029900     ADD WR-WIRE-AMOUNT TO Queued-Total
030000     IF WO-AWAITING-CALLBACK
030100         DISPLAY WR-WIRE-REFERENCE "  " WR-ACCOUNT-NUMBER
030200             "  " WR-WIRE-AMOUNT "  VALUE " WO-VALUE-DATE
030300             "  AWAITING CALLBACK."
030400     ELSE
030500         DISPLAY WR-WIRE-REFERENCE "  " WR-ACCOUNT-NUMBER
030600             "  " WR-WIRE-AMOUNT "  VALUE " WO-VALUE-DATE
030700             "  RELEASED."
030800     END-IF
030900     GO TO 2000-READ-NEXT.
031000
031100 2000-REJECT.
031200     ADD 1 TO Requests-Rejected
031300     DISPLAY WR-WIRE-REFERENCE ": Rejected - " Reject-Reason.
031400
031500 2000-READ-NEXT.
031600     READ WIREOREQ
031700         AT END
031800             SET Wireoreq-EOF TO TRUE
031900     END-READ.
032000 2000-TAKE-REQUEST-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*    THE VALUE DATE IS THE DAY THE TERMINAL STAMPED THE         *
032500*    REQUEST, UNLESS IT CAME IN AFTER THE CUTOFF (THEN THE      *
032600*    NEXT DAY), ROLLED PAST WEEKENDS AND HOLCAL HOLIDAYS THE    *
032700*    WAY THE STANDING-ORDER GENERATOR ROLLS ITS RUN DATES.      *
032800*    AN UNSTAMPED REQUEST TAKES THE RUN'S OWN DATE AND TIME.    *
032900*****************************************************************
033000 2100-SET-VALUE-DATE.
033100     IF WR-RECEIVED-DATE NUMERIC
033200         AND WR-RECEIVED-DATE > 0
033300         MOVE WR-RECEIVED-DATE TO Received-Date
033400     ELSE
033500         MOVE Run-Date TO Received-Date
033600     END-IF
033700     IF WR-RECEIVED-TIME NUMERIC
033800         AND WR-RECEIVED-DATE NUMERIC
033900         AND WR-RECEIVED-DATE > 0
034000         MOVE WR-RECEIVED-TIME TO Received-Time
034100     ELSE
034200         MOVE Run-Time (1:4) TO Received-Time
034300     END-IF
034400     MOVE Received-Date TO Candidate-Date
034500     IF Received-Time > Cutoff-Time
034600         COMPUTE Candidate-Integer-Date =
034700             FUNCTION INTEGER-OF-DATE(Candidate-Date) + 1
034800         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
034900             TO Candidate-Date
035000     END-IF
035100     SET Is-Not-Business-Day TO TRUE
035200     PERFORM 2110-CHECK-CANDIDATE-DATE
035300         THRU 2110-CHECK-CANDIDATE-DATE-EXIT
035400         UNTIL Is-Business-Day
035500     IF Candidate-Date NOT = Received-Date
035600         ADD 1 TO Wires-Rolled
035700         DISPLAY WR-WIRE-REFERENCE ": Received " Received-Date
035800             " " Received-Time " - value date rolled to "
035900             Candidate-Date "."
036000     END-IF.
036100 2100-SET-VALUE-DATE-EXIT.
036200     EXIT.
036300
036400 2110-CHECK-CANDIDATE-DATE.
036500     COMPUTE Candidate-Integer-Date =
036600         FUNCTION INTEGER-OF-DATE(Candidate-Date)
036700     COMPUTE Candidate-Day-Of-Week =
036800         FUNCTION MOD(Candidate-Integer-Date, 7)
036900     MOVE Candidate-Date TO HC-HOLIDAY-DATE
037000     READ HOLCAL
037100         INVALID KEY
037200             CONTINUE
037300     END-READ
037400     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
037500             OR Holcal-OK
037600         COMPUTE Candidate-Integer-Date =
037700             Candidate-Integer-Date + 1
037800         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
037900             TO Candidate-Date
038000     ELSE
038100         SET Is-Business-Day TO TRUE
038200     END-IF.
038300 2110-CHECK-CANDIDATE-DATE-EXIT.
038400     EXIT.
038500
038600*> The WO hold takes the account's next free sequence. HOLDS
038700*> is opened only around the placement - the availability
038800*> subprogram opens it for itself on every call.
038900 2200-RESERVE-FUNDS.
039000     OPEN I-O HOLDS
039100     MOVE ZERO TO Next-Hold-Sequence
039200     MOVE WR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
039300     MOVE ZERO TO HD-HOLD-SEQUENCE
039400     SET Hold-Scan-Is-Active TO TRUE
039500     START HOLDS KEY IS NOT LESS THAN HD-HOLD-KEY
039600         INVALID KEY
039700             SET Hold-Scan-Is-Done TO TRUE
039800     END-START
039900     PERFORM 2210-SCAN-ONE-HOLD THRU 2210-SCAN-ONE-HOLD-EXIT
040000         UNTIL Hold-Scan-Is-Done
040100     IF Next-Hold-Sequence NOT < 999
040200         MOVE "No hold sequence free" TO Reject-Reason
040300         GO TO 2200-CLOSE-HOLDS
040400     END-IF
040500     ADD 1 TO Next-Hold-Sequence
040600     MOVE WR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
040700     MOVE Next-Hold-Sequence TO HD-HOLD-SEQUENCE
040800     MOVE WR-WIRE-AMOUNT TO HD-HOLD-AMOUNT
040900     MOVE Wire-Hold-Type TO HD-HOLD-TYPE
041000     MOVE ZERO TO HD-EXPIRY-DATE
041100     MOVE Wire-Hold-Authority TO HD-PLACING-AUTHORITY
041200     WRITE HD-HOLD-RECORD
041300         INVALID KEY
041400             MOVE "Funds hold not written" TO Reject-Reason
041500     END-WRITE.
041600
041700 2200-CLOSE-HOLDS.
041800     CLOSE HOLDS.
041900 2200-RESERVE-FUNDS-EXIT.
042000     EXIT.
042100
042200 2210-SCAN-ONE-HOLD.
042300     READ HOLDS NEXT RECORD
042400         AT END
042500             SET Hold-Scan-Is-Done TO TRUE
042600             GO TO 2210-SCAN-ONE-HOLD-EXIT
042700     END-READ
042800     IF HD-ACCOUNT-NUMBER NOT = WR-ACCOUNT-NUMBER
042900         SET Hold-Scan-Is-Done TO TRUE
043000         GO TO 2210-SCAN-ONE-HOLD-EXIT
043100     END-IF
043200     MOVE HD-HOLD-SEQUENCE TO Next-Hold-Sequence.
043300 2210-SCAN-ONE-HOLD-EXIT.
043400     EXIT.
043500
043600 2300-BUILD-QUEUE-ROW.
043700     MOVE SPACES TO WO-OUT-WIRE-QUEUE-RECORD
043800     MOVE WR-WIRE-REFERENCE TO WO-WIRE-REFERENCE
043900     MOVE WR-ACCOUNT-NUMBER TO WO-ACCOUNT-NUMBER
044000     MOVE WR-WIRE-AMOUNT TO WO-WIRE-AMOUNT
044100     MOVE WR-ORIGINATOR-NAME TO WO-ORIGINATOR-NAME
044200     MOVE WR-BENEFICIARY-NAME TO WO-BENEFICIARY-NAME
044300     MOVE WR-BENEFICIARY-ACCOUNT TO WO-BENEFICIARY-ACCOUNT
044400     MOVE WR-RECEIVER-ABA TO WO-RECEIVER-ABA
044500     MOVE WR-RECEIVER-NAME TO WO-RECEIVER-NAME
044600     MOVE WR-ENTERED-BY TO WO-ENTERED-BY
044700     MOVE Received-Date TO WO-RECEIVED-DATE
044800     MOVE Received-Time TO WO-RECEIVED-TIME
044900     MOVE Candidate-Date TO WO-VALUE-DATE
045000     MOVE ZERO TO WO-HOLD-SEQUENCE
045100                  WO-CALLBACK-DATE
045200                  WO-SENT-DATE.
045300 2300-BUILD-QUEUE-ROW-EXIT.
045400     EXIT.
045500
045600 9000-TERMINATE.
045700     CLOSE WIREOREQ
045800     CLOSE ACCTMSTR
045900     CLOSE WIREOQ
046000     CLOSE HOLCAL
046100     DISPLAY " "
046200     DISPLAY "Requests read        - " Requests-Read
046300     DISPLAY "Released             - " Wires-Released
046400     DISPLAY "Awaiting callback    - " Wires-For-Callback
046500     DISPLAY "Watch-list holds     - " Wires-Watch-Held
046600     DISPLAY "Rejected             - " Requests-Rejected
046700     DISPLAY "Value date rolled    - " Wires-Rolled
046800     DISPLAY "Dollars queued       - " Queued-Total.
046900 9000-TERMINATE-EXIT.
047000     EXIT.
