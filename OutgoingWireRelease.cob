000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OutgoingWireRelease.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    OUTGOINGWIRERELEASE                                        *
001100*                                                               *
001200*    NIGHTLY STEP AHEAD OF THE ITEM-TRACE STEP. EVERY WIREOQ    *
001300*    WIRE RELEASED (UNDER THE CALLBACK LIMIT, OR CONFIRMED ON   *
001400*    CALLBACK) WHOSE VALUE DATE HAS ARRIVED IS SENT: ITS WO     *
001500*    FUNDS HOLD COMES OFF, A WIRO WITHDRAWAL ON THE WIO         *
001600*    CHANNEL GOES TO WIRETRN FOR THE NIGHT'S POST, A CUSTOMER   *
001700*    TRANSFER GOES TO THE FEDWIRE OUTBOUND FILE, AND THE QUEUE  *
001800*    ROW IS MARKED S. BOTH FILES CLOSE WITH THE STANDARD        *
001900*    FILETRLR TRAILER, AND THE NIGHT'S WIO COUNT AND DEBIT      *
002000*    TOTAL ARE CLAIMED ON SETTLTOT SO THE CHANNEL               *
002100*    RECONCILIATION CAN PROVE THE POST. A WIRE STILL WAITING    *
002200*    ON A CALLBACK OR ON COMPLIANCE PAST ITS VALUE DATE IS      *
002300*    LISTED FOR THE WIRE ROOM BUT NEVER SENT.                   *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-09-18  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT WIREOQ ASSIGN TO "WIREOQ"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS WO-WIRE-REFERENCE
004000         FILE STATUS IS Wireoq-File-Status.
004100
004200     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS MF-ACCOUNT-NUMBER
004600         FILE STATUS IS Acctmstr-File-Status.
004700
004800     SELECT HOLDS ASSIGN TO "HOLDS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS HD-HOLD-KEY
005200         FILE STATUS IS Holds-File-Status.
005300
005400     SELECT WIRETRN ASSIGN TO "WIRETRN"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Wiretrn-File-Status.
005700
005800     SELECT FEDWOUT ASSIGN TO "FEDWOUT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS Fedwout-File-Status.
006100
006200     SELECT SETTLTOT ASSIGN TO "SETTLTOT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS Settltot-File-Status.
006500
006600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS Runctlin-File-Status.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  WIREOQ.
007300     COPY WIREOQ.
007400
007500 FD  ACCTMSTR.
007600     COPY ACCTMSTR.
007700
007800 FD  HOLDS.
007900     COPY HOLDS.
008000
008100 FD  WIRETRN.
008200     COPY DAILYTRN.
008300
008400 FD  FEDWOUT.
008500     COPY FEDWOUT.
008600
008700 FD  SETTLTOT.
008800     COPY SETTLTOT.
008900
009000 FD  RUNCTLIN.
009100     COPY RUNCTL REPLACING
009200         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009300         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
009400         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009500         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
009600
009700 WORKING-STORAGE SECTION.
009800 01  Wireoq-File-Status              PIC XX.
009900     88  Wireoq-OK                   VALUE "00".
010000     88  Wireoq-EOF                  VALUE "10".
010100 01  Acctmstr-File-Status            PIC XX.
010200     88  Acctmstr-OK                 VALUE "00".
010300     88  Acctmstr-Not-On-File        VALUE "23".
010400 01  Holds-File-Status               PIC XX.
010500     88  Holds-OK                    VALUE "00".
010600 01  Wiretrn-File-Status             PIC XX.
010700 01  Fedwout-File-Status             PIC XX.
010800 01  Settltot-File-Status            PIC XX.
010900 01  Runctlin-File-Status            PIC XX.
011000     88  Runctlin-OK                 VALUE "00".
011100     88  Runctlin-Not-Found          VALUE "35".
011200
011300*    THE NIGHT'S DEBIT IS A CODED WITHDRAWAL ON ITS OWN
011400*    CHANNEL - THE INCOMING WIR CHANNEL DELIBERATELY HAS NO
011500*    SETTLEMENT CLAIM, SO THE TWO MUST NOT SHARE A CODE.
011600 77  Wire-Out-Trans-Code             PIC X(04) VALUE "WIRO".
011700 77  Wire-Out-Channel                PIC X(03) VALUE "WIO".
011800*    THE BANK'S OWN FED IDENTITY ON EVERY OUTBOUND TRANSFER.
011900 77  Sender-Aba                      PIC X(09) VALUE "091000000".
012000 77  Sender-Short-Name               PIC X(18)
012100                                     VALUE "DEPOSIT SYSTEMS".
012200 77  Fed-Input-Source                PIC X(08) VALUE "DEPSYS01".
012300
012400 01  Business-Date                   PIC 9(08).
012500 01  Fed-Sequence                    PIC 9(06).
012600
012700 01  Release-Counters.
012800     05  Queue-Rows-Read             PIC 9(7) COMP.
012900     05  Wires-Sent                  PIC 9(7) COMP.
013000     05  Wires-Not-Yet-Due           PIC 9(7) COMP.
013100     05  Wires-Still-Waiting         PIC 9(7) COMP.
013200     05  Wires-Returned              PIC 9(7) COMP.
013300     05  Sent-Total                  PIC 9(09).
013400
013500 COPY FILETRLR.
013600 01  Trailer-Record-Count            PIC 9(07).
013700 01  Trailer-Hash-Total              PIC 9(11).
013800
013900 PROCEDURE DIVISION.
014000
014100 0000-MAINLINE.
014200     CALL "BatchStepTimer" USING "STEP004G", "S"
014300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014400     PERFORM 2000-CHECK-WIRE THRU 2000-CHECK-WIRE-EXIT
014500         UNTIL Wireoq-EOF
014600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014700     CALL "BatchStepTimer" USING "STEP004G", "E"
014800     STOP RUN.
014900
015000 1000-INITIALIZE.
015100     OPEN I-O WIREOQ
015200     OPEN INPUT ACCTMSTR
015300     OPEN I-O HOLDS
015400     OPEN OUTPUT WIRETRN
015500     OPEN OUTPUT FEDWOUT
015600     MOVE ZERO TO Queue-Rows-Read
015700                  Wires-Sent
015800                  Wires-Not-Yet-Due
015900                  Wires-Still-Waiting
016000                  Wires-Returned
016100                  Sent-Total
016200                  Fed-Sequence
016300                  Trailer-Record-Count
016400                  Trailer-Hash-Total
016500     OPEN INPUT RUNCTLIN
016600     IF Runctlin-OK
016700         READ RUNCTLIN
016800             AT END
016900                 SET Runctlin-Not-Found TO TRUE
017000         END-READ
017100     END-IF
017200     IF Runctlin-OK
017300         MOVE RI-BUSINESS-DATE TO Business-Date
017400         CLOSE RUNCTLIN
017500     ELSE
017600         ACCEPT Business-Date FROM DATE YYYYMMDD
017700     END-IF
017800     DISPLAY "OUTGOING WIRE RELEASE - " Business-Date
017900     DISPLAY "========================================"
018000     MOVE LOW-VALUES TO WO-WIRE-REFERENCE
018100     START WIREOQ KEY IS NOT LESS THAN WO-WIRE-REFERENCE
018200         INVALID KEY
018300             SET Wireoq-EOF TO TRUE
018400             GO TO 1000-INITIALIZE-EXIT
018500     END-START
018600     READ WIREOQ NEXT RECORD
018700         AT END
018800             SET Wireoq-EOF TO TRUE
018900     END-READ.
019000 1000-INITIALIZE-EXIT.
019100     EXIT.
019200
019300 2000-CHECK-WIRE.
019400     ADD 1 TO Queue-Rows-Read
019500     IF WO-WIRE-SENT OR WO-WIRE-REJECTED
019600         GO TO 2000-READ-NEXT
019700     END-IF
019800     IF WO-VALUE-DATE > Business-Date
019900         ADD 1 TO Wires-Not-Yet-Due
020000         GO TO 2000-READ-NEXT
020100     END-IF
020200*> Due but not cleared to go - the wire room chases these.
020300     IF WO-AWAITING-CALLBACK OR WO-WATCH-LIST-HOLD
020400         ADD 1 TO Wires-Still-Waiting
020500         IF WO-AWAITING-CALLBACK
020600             DISPLAY WO-WIRE-REFERENCE "  " WO-ACCOUNT-NUMBER
020700                 "  " WO-WIRE-AMOUNT "  VALUE " WO-VALUE-DATE
020800                 "  STILL AWAITING CALLBACK - NOT SENT."
020900         ELSE
021000             DISPLAY WO-WIRE-REFERENCE "  " WO-ACCOUNT-NUMBER
021100                 "  " WO-WIRE-AMOUNT "  VALUE " WO-VALUE-DATE
021200                 "  WATCH-LIST HOLD - NOT SENT."
021300         END-IF
021400         GO TO 2000-READ-NEXT
021500     END-IF
021600     MOVE WO-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
021700     READ ACCTMSTR
021800         INVALID KEY
021900             MOVE "CLOSED" TO MF-ACCOUNT-STATUS
022000     END-READ
022100*> An account closed since intake cannot fund the wire; the
022200*> reservation comes off and the wire room returns the
022300*> instruction to the customer.
022400     IF MF-Account-Is-Closed
022500         PERFORM 2100-DROP-FUNDS-HOLD
022600             THRU 2100-DROP-FUNDS-HOLD-EXIT
022700         SET WO-WIRE-REJECTED TO TRUE
022800         REWRITE WO-OUT-WIRE-QUEUE-RECORD
022900         ADD 1 TO Wires-Returned
023000         DISPLAY WO-WIRE-REFERENCE "  " WO-ACCOUNT-NUMBER
023100             "  " WO-WIRE-AMOUNT
023200             "  ACCOUNT CLOSED - RETURN TO CUSTOMER."
023300         GO TO 2000-READ-NEXT
023400     END-IF
023500*> The hold comes off as the debit goes on - tonight's post
023600*> takes the funds the hold was keeping for the wire.
023700     PERFORM 2100-DROP-FUNDS-HOLD THRU 2100-DROP-FUNDS-HOLD-EXIT
023800     PERFORM 2200-WRITE-DEBIT THRU 2200-WRITE-DEBIT-EXIT
023900     PERFORM 2300-WRITE-FEDWIRE THRU 2300-WRITE-FEDWIRE-EXIT
024000     SET WO-WIRE-SENT TO TRUE
024100     MOVE Business-Date TO WO-SENT-DATE
024200     REWRITE WO-OUT-WIRE-QUEUE-RECORD
024300     ADD 1 TO Wires-Sent
024400     ADD WO-WIRE-AMOUNT TO Sent-Total
024500     DISPLAY WO-WIRE-REFERENCE "  " WO-ACCOUNT-NUMBER
024600         "  " WO-WIRE-AMOUNT "  TO " WO-RECEIVER-ABA
024700         "  SENT.".
024800
024900 2000-READ-NEXT.
025000     READ WIREOQ NEXT RECORD
025100         AT END
025200             SET Wireoq-EOF TO TRUE
025300     END-READ.
025400 2000-CHECK-WIRE-EXIT.
025500     EXIT.
025600
025700 2100-DROP-FUNDS-HOLD.
025800     MOVE WO-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
025900     MOVE WO-HOLD-SEQUENCE TO HD-HOLD-SEQUENCE
026000     DELETE HOLDS
026100         INVALID KEY
026200             DISPLAY WO-WIRE-REFERENCE ": Funds hold "
026300                 WO-HOLD-SEQUENCE " already gone."
026400     END-DELETE.
026500 2100-DROP-FUNDS-HOLD-EXIT.
026600     EXIT.
026700
026800 2200-WRITE-DEBIT.
026900     MOVE SPACES TO TR-DAILYTRN-RECORD
027000     MOVE WO-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
027100     MOVE "W" TO TR-TRANS-TYPE
027200     MOVE WO-WIRE-AMOUNT TO TR-TRANS-AMOUNT
027300     MOVE Business-Date TO TR-TRANS-DATE
027400     MOVE Wire-Out-Trans-Code TO TR-TRANS-CODE
027500     MOVE Wire-Out-Channel TO TR-SOURCE-CHANNEL
027600     WRITE TR-DAILYTRN-RECORD
027700     ADD 1 TO Trailer-Record-Count
027800     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total.
027900 2200-WRITE-DEBIT-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300*    ONE FEDWIRE CUSTOMER TRANSFER PER WIRE. THE INPUT CYCLE    *
028400*    DATE IS THE BUSINESS DATE AND THE SEQUENCE RUNS FROM ONE   *
028500*    EACH NIGHT; THE SENDER REFERENCE IS THE WIRE REFERENCE,    *
028600*    SO A FED QUERY TRACES STRAIGHT BACK TO THE QUEUE ROW.      *
028700*****************************************************************
028800 2300-WRITE-FEDWIRE.
028900     ADD 1 TO Fed-Sequence
029000     MOVE SPACES TO FW-FEDWIRE-OUT-RECORD
029100     MOVE "{1510}" TO FW-TYPE-TAG
029200     MOVE "1000" TO FW-TYPE-SUBTYPE
029300     MOVE "{1520}" TO FW-IMAD-TAG
029400     MOVE Business-Date TO FW-INPUT-CYCLE-DATE
029500     MOVE Fed-Input-Source TO FW-INPUT-SOURCE
029600     MOVE Fed-Sequence TO FW-INPUT-SEQUENCE
029700     MOVE "{2000}" TO FW-AMOUNT-TAG
029800     COMPUTE FW-AMOUNT-CENTS = WO-WIRE-AMOUNT * 100
029900     MOVE "{3100}" TO FW-SENDER-TAG
030000     MOVE Sender-Aba TO FW-SENDER-ABA
030100     MOVE Sender-Short-Name TO FW-SENDER-NAME
030200     MOVE "{3320}" TO FW-REFERENCE-TAG
030300     MOVE WO-WIRE-REFERENCE TO FW-SENDER-REFERENCE
030400     MOVE "{3400}" TO FW-RECEIVER-TAG
030500     MOVE WO-RECEIVER-ABA TO FW-RECEIVER-ABA
030600     MOVE WO-RECEIVER-NAME TO FW-RECEIVER-NAME
030700     MOVE "{3600}" TO FW-FUNCTION-TAG
030800     MOVE "CTR" TO FW-BUSINESS-FUNCTION
030900     MOVE "{4200}" TO FW-BENEFICIARY-TAG
031000     MOVE "D" TO FW-BENEFICIARY-ID-CODE
031100     MOVE WO-BENEFICIARY-ACCOUNT TO FW-BENEFICIARY-ID
031200     MOVE WO-BENEFICIARY-NAME TO FW-BENEFICIARY-NAME
031300     MOVE "{5000}" TO FW-ORIGINATOR-TAG
031400     MOVE "D" TO FW-ORIGINATOR-ID-CODE
031500     MOVE WO-ACCOUNT-NUMBER TO FW-ORIGINATOR-ID
031600     MOVE WO-ORIGINATOR-NAME TO FW-ORIGINATOR-NAME
031700     WRITE FW-FEDWIRE-OUT-RECORD.
031800 2300-WRITE-FEDWIRE-EXIT.
031900     EXIT.
032000
032100 9000-TERMINATE.
032200     CLOSE WIREOQ
032300     CLOSE ACCTMSTR
032400     CLOSE HOLDS
032500*> The shop-standard trailer closes both files so each
032600*> consumer can prove nothing was truncated in transit.
032700     MOVE "*TRAILER" TO FT-TRAILER-TAG
032800     MOVE Trailer-Record-Count TO FT-RECORD-COUNT
032900     MOVE Trailer-Hash-Total TO FT-HASH-TOTAL
033000     MOVE Business-Date TO FT-CREATE-DATE
033100     MOVE SPACES TO TR-DAILYTRN-RECORD
033200     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
033300     WRITE TR-DAILYTRN-RECORD
033400     MOVE SPACES TO FW-FEDWIRE-OUT-RECORD
033500     MOVE FT-FILE-TRAILER-RECORD
033600         TO FW-FEDWIRE-OUT-RECORD (1:34)
033700     WRITE FW-FEDWIRE-OUT-RECORD
033800     CLOSE WIRETRN
033900     CLOSE FEDWOUT
034000*> The wire room's claim for the night - what the post must
034100*> show on the WIO channel.
034200     IF Wires-Sent > 0
034300         OPEN EXTEND SETTLTOT
034400         MOVE SPACES TO CS-SETTLEMENT-TOTALS-RECORD
034500         MOVE Wire-Out-Channel TO CS-SOURCE-CHANNEL
034600         MOVE Business-Date TO CS-SETTLE-DATE
034700         MOVE Wires-Sent TO CS-ITEM-COUNT
034800         MOVE Sent-Total TO CS-DEBIT-TOTAL
034900         MOVE ZERO TO CS-CREDIT-TOTAL
035000         WRITE CS-SETTLEMENT-TOTALS-RECORD
035100         CLOSE SETTLTOT
035200     END-IF
035300     DISPLAY " "
035400     DISPLAY "Queue rows read      - " Queue-Rows-Read
035500     DISPLAY "Wires sent           - " Wires-Sent
035600     DISPLAY "Dollars sent         - " Sent-Total
035700     DISPLAY "Not yet due          - " Wires-Not-Yet-Due
035800     DISPLAY "Due but not cleared  - " Wires-Still-Waiting
035900     DISPLAY "Returned (closed)    - " Wires-Returned.
036000 9000-TERMINATE-EXIT.
036100     EXIT.
